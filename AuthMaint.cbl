      *                   the session is bannered TRAINING - a
      *                   trainee must not be able to grant
      *                   production entitlements.
      *   14/09/2026 AP - CREDDESK joins the known authorization names -
      *                   the new CreditDesk asks for it through the
      *                   shared AUTHCHK subroutine.
      *   16/09/2026 AP - INVVOID joins the known authorization names
      *                   for the new InvVoid.
      *   21/09/2026 AP - APREVIEW joins the known authorization names
      *                   for the new ApReview.
      *   22/09/2026 AP - CNTAPPRV joins the known authorization names -
      *                   CountEntry's approval of stock-count variances
      *                   and recounts.
      *   03/10/2026 AP - ARWOFF joins the known authorization names for
      *                   the new ArWriteOff.
      *   04/10/2026 AP - GLCHART joins the known authorization names
      *                   for the new GlChartMaint.
      *   05/10/2026 AP - FISCPER joins the known authorization names
      *                   for the new PeriodMaint.
      *   06/10/2026 AP - SLSPMSTR joins the known authorization names
      *                   for the new SlspMaint.
      *   09/10/2026 AP - TRADPART joins the known authorization names
      *                   for the new TpMaint.
      *   10/10/2026 AP - CUSTMRG joins the known authorization names
      *                   for the new CustMerge.
      *   11/10/2026 AP - TAXDISC joins the known authorization names
      *                   for the new TaxTierMaint.
      *   11/10/2026 AP - DEPTMNT joins the known authorization names
      *                   for the new DeptMaint.
      *   12/10/2026 AP - Extract authorization names are known too: X
      *                   and the first seven characters of a file on
      *                   the data dictionary, the name the new
      *                   DataExtract guards that file's extracts by.
      *   12/10/2026 AP - New (V)iewing level action: sets an operator's
      *                   or distribution recipient's level 0-9 on
      *                   VIEWLVL.DAT (TESTVLVL.DAT in training) for the
      *                   shared FLDMASK, logged through AUDITLOG and
      *                   shown on the console list and the review
      *                   listing.
      *   12/10/2026 AP - New (S)upervisor action: records who
      *                   recertifies each operator's authorizations
      *                   every quarter on OPERSUPV.DAT (TESTSUPV.DAT in
      *                   training), logged through AUDITLOG and shown
      *                   on the console list and the review listing.
      *                   The session now holds the OPERAUTH run lock,
      *                   as Recertify and RecertCycle do when they take
      *                   pairs off the file.
      *   12/10/2026 AP - Segregation of duties: a grant that would give
      *                   an operator both authorization names of a
      *                   SODRULES.DAT rule is refused, and logged
      *                   SOD-REFUSED, unless an approved exception for
      *                   that operator and rule runs to today or
      *                   later on SODEXCP.DAT (TESTSODX.DAT in
      *                   training). New (E)xception action queues an
      *                   exception, a year at most, on the two-person
      *                   approval queue for Approve. CUSTMNT, ORDENTRY,
      *                   ARCASH, OPERMNT and APPROVE join the known
      *                   authorization names so the rules can name
      *                   them.
      *   12/10/2026 AP - PETTYCSH joins the known authorization names
      *                   for the new PettyCash.
      *   15/10/2026 AP - INSTPLAN joins the known authorization names
      *                   for ARITHMETICCobol's installment-plan
      *                   posting.
      *   15/10/2026 AP - ARCASH leaves the known authorization names:
      *                   the cash application is a batch step with no
      *                   operator, so a grant of it gave nothing. The
      *                   cash-custody duty rule names PETTYCSH
      *                   instead. CUSTMNT, ORDENTRY, OPERMNT and
      *                   APPROVE are now checked by their programs.
      *                   The X names DataExtract guards files by also
      *                   guard DictBrowse.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuthMaint.
           SELECT AuthListFile
               ASSIGN TO DYNAMIC AuthListFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DataDictFile ASSIGN TO "DATADICT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DataDictFileStatus.
           SELECT ViewLevelFile
               ASSIGN TO DYNAMIC ViewLevelFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ViewLevelFileStatus.
           SELECT DistListFile ASSIGN TO "DISTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DistListFileStatus.
           SELECT SupervisorFile
               ASSIGN TO DYNAMIC SupervisorFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupervisorFileStatus.
           SELECT SodRuleFile ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SodRuleFileStatus.
           SELECT SodExceptionFile
               ASSIGN TO DYNAMIC SodExcpFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SodExceptionFileStatus.
           SELECT PendingApprovalFile
               ASSIGN TO DYNAMIC PendingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendingApprovalFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OperatorAuthFile
       01 AuthListRecord.
           02 AuthListLineText         PIC X(40).
           COPY "RPTCTL.cpy".
       FD  DataDictFile
           RECORD CONTAINS 67 CHARACTERS.
           COPY "DATADICT.cpy".
       FD  ViewLevelFile
           RECORD CONTAINS 12 CHARACTERS.
       01 ViewLevelRecord.
           02 LevelViewerId            PIC X(10).
           02 LevelSpace1              PIC X.
           02 LevelValue               PIC 9.
       FD  DistListFile
           RECORD CONTAINS 23 CHARACTERS.
       01 DistListRecord.
           02 ListReportName           PIC X(12).
           02 ListSpace1               PIC X.
           02 ListRecipient            PIC X(10).
       FD  SupervisorFile
           RECORD CONTAINS 21 CHARACTERS.
       01 SupervisorRecord.
           02 SupvOperatorId           PIC X(10).
           02 SupvSpace1               PIC X.
           02 SupvSupervisorId         PIC X(10).
       FD  SodRuleFile
           RECORD CONTAINS 63 CHARACTERS.
           COPY "SODRULE.cpy".
       FD  SodExceptionFile
           RECORD CONTAINS 55 CHARACTERS.
           COPY "SODEXCP.cpy".
       FD  PendingApprovalFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "PENDAPPR.cpy".
       WORKING-STORAGE SECTION.
       01 OperatorAuthFileStatus   PIC XX.
           88 OperatorAuthFileOK   VALUE "00".
           88 EndOfOperatorAuth    VALUE "Y".
       01 OperatorMasterEndSwitch  PIC X VALUE "N".
           88 EndOfOperatorMaster  VALUE "Y".
       01 DataDictFileStatus       PIC XX.
           88 DataDictFileOK       VALUE "00".
       01 DictEndSwitch            PIC X.
           88 EndOfDict            VALUE "Y".
       01 DictFileStem             PIC X(24).
      *----------------------------------------------------------------
      * Viewing levels (VIEWLVL.DAT) for FLDMASK: an operator on the
      * master or a recipient on the distribution list, level 1-9.
      * Level 0 is the default and is kept by leaving the ID off.
      *----------------------------------------------------------------
       01 ViewLevelFileStatus      PIC XX.
           88 ViewLevelFileOK      VALUE "00".
       01 DistListFileStatus       PIC XX.
           88 DistListFileOK       VALUE "00".
       01 ViewLevelEndSwitch       PIC X VALUE "N".
           88 EndOfViewLevel       VALUE "Y".
       01 DistListEndSwitch        PIC X VALUE "N".
           88 EndOfDistList        VALUE "Y".
       01 ViewLevelTable.
           02 ViewLevelEntry OCCURS 100 TIMES
               INDEXED BY LevelIdx.
               03 TableLevelId      PIC X(10).
               03 TableLevelValue   PIC 9.
       01 ViewLevelCount           PIC 9(3) VALUE ZEROS.
       01 LevelOverflowSwitch      PIC X VALUE "N".
           88 LevelTableOverflowed VALUE "Y".
       01 LevelChangedSwitch       PIC X VALUE "N".
           88 ViewLevelsChanged    VALUE "Y".
       01 LevelFoundSwitch         PIC X.
           88 LevelEntryFound      VALUE "Y".
       01 RecipientTable.
           02 RecipientEntry OCCURS 50 TIMES
               INDEXED BY RecipIdx.
               03 TableRecipientId  PIC X(10).
       01 RecipientCount           PIC 99 VALUE ZEROS.
       01 RecipientFoundSwitch     PIC X.
           88 RecipientKnown       VALUE "Y".
       01 EnteredViewLevel         PIC X.
       01 LevelActionCount         PIC 9(5) VALUE ZEROS.
      *----------------------------------------------------------------
      * Each operator's supervisor (OPERSUPV.DAT), who recertifies
      * the operator's authorizations every quarter in Recertify.
      *----------------------------------------------------------------
       01 SupervisorFileStatus     PIC XX.
           88 SupervisorFileOK     VALUE "00".
       01 SupervisorEndSwitch      PIC X VALUE "N".
           88 EndOfSupervisor      VALUE "Y".
       01 SupervisorTable.
           02 SupervisorEntry OCCURS 200 TIMES
               INDEXED BY SupvIdx.
               03 TableSupvOperator   PIC X(10).
               03 TableSupvSupervisor PIC X(10).
       01 SupervisorCount          PIC 9(3) VALUE ZEROS.
       01 SupvOverflowSwitch       PIC X VALUE "N".
           88 SupvTableOverflowed  VALUE "Y".
       01 SupvChangedSwitch        PIC X VALUE "N".
           88 SupervisorsChanged   VALUE "Y".
       01 SupvFoundSwitch          PIC X.
           88 SupvEntryFound       VALUE "Y".
       01 SupvKnownSwitch          PIC X.
           88 SupervisorKnown      VALUE "Y".
       01 EnteredSupervisorId      PIC X(10).
       01 SupvActionCount          PIC 9(5) VALUE ZEROS.
      *----------------------------------------------------------------
      * The segregation-of-duties rules (SODRULES.DAT) and the
      * approved exceptions to them (SODEXCP.DAT). A grant that would
      * give an operator both names of a rule is refused unless an
      * exception for that operator and rule runs to today or later.
      *----------------------------------------------------------------
       01 SodRuleFileStatus        PIC XX.
           88 SodRuleFileOK        VALUE "00".
       01 SodExceptionFileStatus   PIC XX.
           88 SodExceptionFileOK   VALUE "00".
       01 SodRuleEndSwitch         PIC X VALUE "N".
           88 EndOfSodRule         VALUE "Y".
       01 SodExcpEndSwitch         PIC X VALUE "N".
           88 EndOfSodExcp         VALUE "Y".
       01 SodRuleTable.
           02 SodRuleEntry OCCURS 50 TIMES
               INDEXED BY RuleIdx.
               03 TableRuleId         PIC X(4).
               03 TableRuleProgramA   PIC X(8).
               03 TableRuleProgramB   PIC X(8).
       01 SodRuleCount             PIC 99 VALUE ZEROS.
       01 SodExcpTable.
           02 SodExcpEntry OCCURS 200 TIMES
               INDEXED BY ExcpIdx.
               03 TableExcpOperator   PIC X(10).
               03 TableExcpRuleId     PIC X(4).
               03 TableExcpExpiry     PIC 9(8).
       01 SodExcpCount             PIC 9(3) VALUE ZEROS.
       01 SodPartnerProgram        PIC X(8).
       01 HeldPairSwitch           PIC X.
           88 PartnerHeld          VALUE "Y".
       01 CoveringExpiry           PIC 9(8).
       01 ConflictSwitch           PIC X.
           88 ConflictUncovered    VALUE "Y".
       01 ConflictRuleId           PIC X(4).
       01 ConflictPartner          PIC X(8).
       01 ExceptionUsedSwitch      PIC X.
           88 ExceptionUsed        VALUE "Y".
       01 ExceptionRuleId          PIC X(4).
       01 ExceptionExpiry          PIC 9(8).
       01 RuleFoundSwitch          PIC X.
           88 RuleFound            VALUE "Y".
      *----------------------------------------------------------------
      * An exception request waits on the two-person approval queue
      * (PENDAPPR.DAT, SODEXCP EXCEPT keyed by the operator, the rule
      * and expiry in the new-value fields) until a different
      * supervisor approves it in Approve. An exception runs a year
      * at most.
      *----------------------------------------------------------------
       01 PendingApprovalFileStatus PIC XX.
           88 PendingApprovalFileOK VALUE "00".
           88 PendingApprovalFileNew VALUE "35".
       01 PendingScanEndSwitch     PIC X VALUE "N".
           88 EndOfPendingScan     VALUE "Y".
       01 ExcpQueuedSwitch         PIC X.
           88 ExcpAlreadyQueued    VALUE "Y".
       01 NextPendingSeq           PIC 9(5).
       01 EnteredRuleId            PIC X(4).
       01 DateCheckWork.
           02 DateCheckYear        PIC 9(4).
           02 DateCheckMonth       PIC 99.
               88 DateMonthValid   VALUE 1 THRU 12.
           02 DateCheckDay         PIC 99.
               88 DateDayValid     VALUE 1 THRU 31.
       01 DateCheckText REDEFINES DateCheckWork PIC X(8).
       01 DateValidSwitch          PIC X.
           88 DateValid            VALUE "Y".
       01 EnteredExpiryDate        PIC 9(8).
       01 LatestExpiryAllowed      PIC 9(8).
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "OPERAUTH".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 OperatorFoundSwitch      PIC X.
           88 OperatorKnown        VALUE "Y".
      *----------------------------------------------------------------
      * The authorization names ShopMenu and the AUTHCHK callers
      * actually read - anything else on a row would silently grant
      * nothing.
      *----------------------------------------------------------------
       01 KnownProgramValues.
           02 FILLER PIC X(8) VALUE "HELLOWLD".
           02 FILLER PIC X(8) VALUE "BIRTHDAY".
           02 FILLER PIC X(8) VALUE "PRICING".
           02 FILLER PIC X(8) VALUE "ADDINGMC".
           02 FILLER PIC X(8) VALUE "CREDDESK".
           02 FILLER PIC X(8) VALUE "INVVOID".
           02 FILLER PIC X(8) VALUE "APREVIEW".
           02 FILLER PIC X(8) VALUE "CNTAPPRV".
           02 FILLER PIC X(8) VALUE "ARWOFF".
           02 FILLER PIC X(8) VALUE "GLCHART".
           02 FILLER PIC X(8) VALUE "FISCPER".
           02 FILLER PIC X(8) VALUE "SLSPMSTR".
           02 FILLER PIC X(8) VALUE "TRADPART".
           02 FILLER PIC X(8) VALUE "CUSTMRG".
           02 FILLER PIC X(8) VALUE "TAXDISC".
           02 FILLER PIC X(8) VALUE "DEPTMNT".
           02 FILLER PIC X(8) VALUE "CUSTMNT".
           02 FILLER PIC X(8) VALUE "ORDENTRY".
           02 FILLER PIC X(8) VALUE "OPERMNT".
           02 FILLER PIC X(8) VALUE "APPROVE".
           02 FILLER PIC X(8) VALUE "PETTYCSH".
           02 FILLER PIC X(8) VALUE "INSTPLAN".
       01 KnownProgramTable REDEFINES KnownProgramValues.
           02 KnownProgramName     PIC X(8) OCCURS 22 TIMES
                                       INDEXED BY KnownIdx.
       01 ProgramKnownSwitch       PIC X.
           88 ProgramKnown         VALUE "Y".
           88 MaintActionGrant     VALUE "G".
           88 MaintActionRevoke    VALUE "R".
           88 MaintActionList      VALUE "L".
           88 MaintActionLevel     VALUE "V".
           88 MaintActionSupervisor VALUE "S".
           88 MaintActionException VALUE "E".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
           VALUE "OPERMSTR.DAT".
       01 AuthListFileName         PIC X(12)
           VALUE "AUTHLIST.DAT".
       01 ViewLevelFileName        PIC X(12)
           VALUE "VIEWLVL.DAT".
       01 SupervisorFileName       PIC X(12)
           VALUE "OPERSUPV.DAT".
       01 SodExcpFileName          PIC X(12)
           VALUE "SODEXCP.DAT".
       01 PendingFileName          PIC X(12)
           VALUE "PENDAPPR.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
               MOVE "TESTAUTH.DAT" TO OperAuthFileName
               MOVE "TESTOPER.DAT" TO OperMasterFileName
               MOVE "TESTALST.DAT" TO AuthListFileName
               MOVE "TESTVLVL.DAT" TO ViewLevelFileName
               MOVE "TESTSUPV.DAT" TO SupervisorFileName
               MOVE "TESTSODX.DAT" TO SodExcpFileName
               MOVE "TESTPEND.DAT" TO PendingFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF LockGranted
                   PERFORM 1000-INITIALIZE
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF AuthFileChanged
                       PERFORM 8000-REWRITE-AUTH-FILE
                   END-IF
                   IF ViewLevelsChanged
                       PERFORM 8200-REWRITE-VIEW-LEVELS
                   END-IF
                   IF SupervisorsChanged
                       PERFORM 8300-REWRITE-SUPERVISORS
                   END-IF
                   IF NOT AuthFileChanged AND NOT ViewLevelsChanged
                       AND NOT SupervisorsChanged
                       DISPLAY "No changes applied"
                   END-IF
                   PERFORM 8500-WRITE-AUTH-LISTING
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode LockResourceName
                       AuditProgramName LockResult
               ELSE
                   DISPLAY "*** Authorization file is in use - "
                           "try again later ***"
               END-IF
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           PERFORM 1100-LOAD-AUTH-FILE
           PERFORM 1200-LOAD-OPERATOR-IDS
           PERFORM 1300-LOAD-VIEW-LEVELS
           PERFORM 1400-LOAD-RECIPIENTS
           PERFORM 1500-LOAD-SUPERVISORS
           PERFORM 1600-LOAD-SOD-RULES
           PERFORM 1700-LOAD-SOD-EXCEPTIONS.

       1100-LOAD-AUTH-FILE.
           MOVE ZEROS TO AuthEntryCount
           END-IF
           PERFORM 1210-READ-MASTER-RECORD.

       1300-LOAD-VIEW-LEVELS.
           MOVE ZEROS TO ViewLevelCount
           OPEN INPUT ViewLevelFile
           IF ViewLevelFileOK
               PERFORM 1310-READ-LEVEL-RECORD
               PERFORM 1320-STORE-LEVEL-RECORD
                   UNTIL EndOfViewLevel
               CLOSE ViewLevelFile
           END-IF.

       1310-READ-LEVEL-RECORD.
           READ ViewLevelFile
               AT END SET EndOfViewLevel TO TRUE
           END-READ.

       1320-STORE-LEVEL-RECORD.
           IF ViewLevelCount < 100
               ADD 1 TO ViewLevelCount
               MOVE LevelViewerId TO TableLevelId (ViewLevelCount)
               MOVE LevelValue TO TableLevelValue (ViewLevelCount)
           ELSE
               SET LevelTableOverflowed TO TRUE
               DISPLAY "*** Viewing level table full - level for "
                       LevelViewerId " not loaded ***"
           END-IF
           PERFORM 1310-READ-LEVEL-RECORD.

       1400-LOAD-RECIPIENTS.
           MOVE ZEROS TO RecipientCount
           OPEN INPUT DistListFile
           IF DistListFileOK
               PERFORM 1410-READ-LIST-RECORD
               PERFORM 1420-STORE-RECIPIENT UNTIL EndOfDistList
               CLOSE DistListFile
           END-IF.

       1410-READ-LIST-RECORD.
           READ DistListFile
               AT END SET EndOfDistList TO TRUE
           END-READ.

       1420-STORE-RECIPIENT.
           PERFORM 2400-CHECK-RECIPIENT-KNOWN
           IF NOT RecipientKnown AND RecipientCount < 50
               ADD 1 TO RecipientCount
               MOVE ListRecipient TO TableRecipientId (RecipientCount)
           END-IF
           PERFORM 1410-READ-LIST-RECORD.

       1500-LOAD-SUPERVISORS.
           MOVE ZEROS TO SupervisorCount
           OPEN INPUT SupervisorFile
           IF SupervisorFileOK
               PERFORM 1510-READ-SUPERVISOR-RECORD
               PERFORM 1520-STORE-SUPERVISOR-RECORD
                   UNTIL EndOfSupervisor
               CLOSE SupervisorFile
           END-IF.

       1510-READ-SUPERVISOR-RECORD.
           READ SupervisorFile
               AT END SET EndOfSupervisor TO TRUE
           END-READ.

       1520-STORE-SUPERVISOR-RECORD.
           IF SupervisorCount < 200
               ADD 1 TO SupervisorCount
               MOVE SupvOperatorId
                   TO TableSupvOperator (SupervisorCount)
               MOVE SupvSupervisorId
                   TO TableSupvSupervisor (SupervisorCount)
           ELSE
               SET SupvTableOverflowed TO TRUE
               DISPLAY "*** Supervisor table full - supervisor of "
                       SupvOperatorId " not loaded ***"
           END-IF
           PERFORM 1510-READ-SUPERVISOR-RECORD.

      *----------------------------------------------------------------
      * A missing rules file means no pair is ruled out - said once,
      * so nobody takes the silence for a clean check.
      *----------------------------------------------------------------
       1600-LOAD-SOD-RULES.
           MOVE ZEROS TO SodRuleCount
           OPEN INPUT SodRuleFile
           IF SodRuleFileOK
               PERFORM 1610-READ-RULE-RECORD
               PERFORM 1620-STORE-RULE-RECORD UNTIL EndOfSodRule
               CLOSE SodRuleFile
           ELSE
               DISPLAY "*** Duty rules file SODRULES.DAT not found - "
                       "grants are not checked for conflicts ***"
           END-IF.

       1610-READ-RULE-RECORD.
           READ SodRuleFile
               AT END SET EndOfSodRule TO TRUE
           END-READ.

       1620-STORE-RULE-RECORD.
           IF SodRuleRecord (1:1) NOT = "*"
               AND SodRuleId NOT = SPACES
               IF SodRuleCount < 50
                   ADD 1 TO SodRuleCount
                   MOVE SodRuleId TO TableRuleId (SodRuleCount)
                   MOVE SodRuleProgramA
                       TO TableRuleProgramA (SodRuleCount)
                   MOVE SodRuleProgramB
                       TO TableRuleProgramB (SodRuleCount)
               ELSE
                   DISPLAY "*** Duty rules table full - rule "
                           SodRuleId " not loaded ***"
               END-IF
           END-IF
           PERFORM 1610-READ-RULE-RECORD.

       1700-LOAD-SOD-EXCEPTIONS.
           MOVE ZEROS TO SodExcpCount
           OPEN INPUT SodExceptionFile
           IF SodExceptionFileOK
               PERFORM 1710-READ-EXCEPTION-RECORD
               PERFORM 1720-STORE-EXCEPTION-RECORD UNTIL EndOfSodExcp
               CLOSE SodExceptionFile
           END-IF.

       1710-READ-EXCEPTION-RECORD.
           READ SodExceptionFile
               AT END SET EndOfSodExcp TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Only exceptions still running matter to a grant, so expired
      * rows are not kept - the table cannot fill with history.
      *----------------------------------------------------------------
       1720-STORE-EXCEPTION-RECORD.
           IF SodExcpExpiryDate NUMERIC
               AND SodExcpExpiryDate NOT < RunDate
               IF SodExcpCount < 200
                   ADD 1 TO SodExcpCount
                   MOVE SodExcpOperatorId
                       TO TableExcpOperator (SodExcpCount)
                   MOVE SodExcpRuleId TO TableExcpRuleId (SodExcpCount)
                   MOVE SodExcpExpiryDate
                       TO TableExcpExpiry (SodExcpCount)
               ELSE
                   DISPLAY "*** Exception table full - exception for "
                           SodExcpOperatorId " not loaded ***"
               END-IF
           END-IF
           PERFORM 1710-READ-EXCEPTION-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (G)rant (R)evoke (V)iewing level "
                   "(S)upervisor (E)xception (L)ist (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionGrant  PERFORM 3000-GRANT-PAIR
               WHEN MaintActionRevoke PERFORM 4000-REVOKE-PAIR
               WHEN MaintActionLevel  PERFORM 6000-SET-VIEW-LEVEL
               WHEN MaintActionSupervisor
                   PERFORM 6500-SET-SUPERVISOR
               WHEN MaintActionException
                   PERFORM 6700-REQUEST-EXCEPTION
               WHEN MaintActionList   PERFORM 5000-LIST-TO-CONSOLE
               WHEN MaintActionQuit   SET MaintDone TO TRUE
               WHEN OTHER
               SET OperIdx UP BY 1
           END-IF.

       2220-CHECK-SUPERVISOR-KNOWN.
           MOVE "N" TO SupvKnownSwitch
           SET OperIdx TO 1
           PERFORM 2230-SEARCH-SUPERVISOR-ID
               UNTIL SupervisorKnown OR OperIdx > OperatorIdCount.

       2230-SEARCH-SUPERVISOR-ID.
           IF TableOperatorId (OperIdx) = EnteredSupervisorId
               SET SupervisorKnown TO TRUE
           ELSE
               SET OperIdx UP BY 1
           END-IF.

       2300-CHECK-PROGRAM-KNOWN.
           MOVE "N" TO ProgramKnownSwitch
           PERFORM 2310-SEARCH-KNOWN-PROGRAM
               VARYING KnownIdx FROM 1 BY 1 UNTIL KnownIdx > 22
           IF NOT ProgramKnown AND EnteredProgramName (1:1) = "X"
               PERFORM 2320-SEARCH-EXTRACT-FILE
           END-IF.

       2310-SEARCH-KNOWN-PROGRAM.
           IF KnownProgramName (KnownIdx) = EnteredProgramName
               SET ProgramKnown TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * DataExtract and DictBrowse guard each file by X and the first
      * seven characters of its name, so an X name is known when a
      * file on the data dictionary answers to it.
      *----------------------------------------------------------------
       2320-SEARCH-EXTRACT-FILE.
           MOVE "N" TO DictEndSwitch
           OPEN INPUT DataDictFile
           IF DataDictFileOK
               PERFORM 2330-READ-DICT-RECORD
               PERFORM 2340-MATCH-EXTRACT-FILE
                   UNTIL EndOfDict OR ProgramKnown
               CLOSE DataDictFile
           END-IF.

       2330-READ-DICT-RECORD.
           READ DataDictFile
               AT END SET EndOfDict TO TRUE
           END-READ.

       2340-MATCH-EXTRACT-FILE.
           MOVE SPACES TO DictFileStem
           UNSTRING DictFileName DELIMITED BY "."
               INTO DictFileStem
           END-UNSTRING
           IF DictFileStem (1:7) = EnteredProgramName (2:7)
               SET ProgramKnown TO TRUE
           ELSE
               PERFORM 2330-READ-DICT-RECORD
           END-IF.

       2400-CHECK-RECIPIENT-KNOWN.
           MOVE "N" TO RecipientFoundSwitch
           SET RecipIdx TO 1
           PERFORM 2410-SEARCH-RECIPIENT
               UNTIL RecipientKnown OR RecipIdx > RecipientCount.

       2410-SEARCH-RECIPIENT.
           IF TableRecipientId (RecipIdx) = ListRecipient
               SET RecipientKnown TO TRUE
           ELSE
               SET RecipIdx UP BY 1
           END-IF.

       3000-GRANT-PAIR.
           PERFORM 2100-PROMPT-PAIR
           PERFORM 2200-CHECK-OPERATOR-KNOWN
           PERFORM 2300-CHECK-PROGRAM-KNOWN
           PERFORM 3100-CHECK-SOD-CONFLICTS
           EVALUATE TRUE
               WHEN PairFound
                   DISPLAY "*** Pair already granted ***"
                           "authorization name ***"
               WHEN AuthEntryCount >= 200
                   DISPLAY "*** Authorization file is full ***"
               WHEN ConflictUncovered
                   DISPLAY "*** Conflicts with " ConflictPartner
                           " under duty rule " ConflictRuleId
                           " - no approved exception on file ***"
                   MOVE "SOD-REFUSED" TO AuditFieldName
                   MOVE SPACES TO AuditValueEntered
                   STRING EnteredOperatorId DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EnteredProgramName DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ConflictRuleId DELIMITED BY SIZE
                       INTO AuditValueEntered
                   END-STRING
                   CALL "AUDITLOG" USING OperatorId AuditProgramName
                       AuditFieldName AuditValueEntered
               WHEN OTHER
                   ADD 1 TO AuthEntryCount
                   SET AuthIdx TO AuthEntryCount
                   MOVE "AUTH-GRANT" TO AuditFieldName
                   PERFORM 7000-LOG-AUTH-ACTION
                   DISPLAY "Granted"
                   IF ExceptionUsed
                       DISPLAY "Held under duty exception "
                               ExceptionRuleId " until "
                               ExceptionExpiry
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * Every rule naming the program being granted is tried: when
      * the operator already holds the other name of the rule, the
      * grant completes the pair. One such pair with no exception
      * running is enough to refuse; a pair that is covered is
      * remembered so the grant can say which exception it rests on.
      *----------------------------------------------------------------
       3100-CHECK-SOD-CONFLICTS.
           MOVE "N" TO ConflictSwitch
           MOVE "N" TO ExceptionUsedSwitch
           PERFORM 3110-CHECK-ONE-RULE
               VARYING RuleIdx FROM 1 BY 1
               UNTIL RuleIdx > SodRuleCount.

       3110-CHECK-ONE-RULE.
           MOVE SPACES TO SodPartnerProgram
           IF TableRuleProgramA (RuleIdx) = EnteredProgramName
               MOVE TableRuleProgramB (RuleIdx) TO SodPartnerProgram
           END-IF
           IF TableRuleProgramB (RuleIdx) = EnteredProgramName
               MOVE TableRuleProgramA (RuleIdx) TO SodPartnerProgram
           END-IF
           IF SodPartnerProgram NOT = SPACES
               MOVE "N" TO HeldPairSwitch
               SET AuthIdx TO 1
               PERFORM 3120-SEARCH-HELD-PARTNER
                   UNTIL PartnerHeld OR AuthIdx > AuthEntryCount
               IF PartnerHeld
                   MOVE ZEROS TO CoveringExpiry
                   PERFORM 3130-SEARCH-EXCEPTION
                       VARYING ExcpIdx FROM 1 BY 1
                       UNTIL ExcpIdx > SodExcpCount
                   IF CoveringExpiry = ZEROS
                       IF NOT ConflictUncovered
                           SET ConflictUncovered TO TRUE
                           MOVE TableRuleId (RuleIdx) TO ConflictRuleId
                           MOVE SodPartnerProgram TO ConflictPartner
                       END-IF
                   ELSE
                       SET ExceptionUsed TO TRUE
                       MOVE TableRuleId (RuleIdx) TO ExceptionRuleId
                       MOVE CoveringExpiry TO ExceptionExpiry
                   END-IF
               END-IF
           END-IF.

       3120-SEARCH-HELD-PARTNER.
           IF TableAuthOperator (AuthIdx) = EnteredOperatorId
               AND TableAuthProgram (AuthIdx) = SodPartnerProgram
               SET PartnerHeld TO TRUE
           ELSE
               SET AuthIdx UP BY 1
           END-IF.

       3130-SEARCH-EXCEPTION.
           IF TableExcpOperator (ExcpIdx) = EnteredOperatorId
               AND TableExcpRuleId (ExcpIdx) = TableRuleId (RuleIdx)
               AND TableExcpExpiry (ExcpIdx) > CoveringExpiry
               MOVE TableExcpExpiry (ExcpIdx) TO CoveringExpiry
           END-IF.

      *----------------------------------------------------------------
      * Revocation compacts the table over the removed pair; the
      * rewrite at exit makes it real on file.
           DISPLAY "OPERATOR   PROGRAM"
           PERFORM 5100-LIST-ONE-PAIR
               VARYING AuthIdx FROM 1 BY 1
               UNTIL AuthIdx > AuthEntryCount
           DISPLAY "VIEWER     LEVEL"
           PERFORM 5200-LIST-ONE-LEVEL
               VARYING LevelIdx FROM 1 BY 1
               UNTIL LevelIdx > ViewLevelCount
           DISPLAY "OPERATOR   SUPERVISOR"
           PERFORM 5300-LIST-ONE-SUPERVISOR
               VARYING SupvIdx FROM 1 BY 1
               UNTIL SupvIdx > SupervisorCount
           DISPLAY "RULE PROGRAM  PROGRAM"
           PERFORM 5400-LIST-ONE-RULE
               VARYING RuleIdx FROM 1 BY 1
               UNTIL RuleIdx > SodRuleCount
           DISPLAY "OPERATOR   RULE EXPIRES"
           PERFORM 5500-LIST-ONE-EXCEPTION
               VARYING ExcpIdx FROM 1 BY 1
               UNTIL ExcpIdx > SodExcpCount.

       5100-LIST-ONE-PAIR.
           DISPLAY TableAuthOperator (AuthIdx) " "
                   TableAuthProgram (AuthIdx).

       5200-LIST-ONE-LEVEL.
           DISPLAY TableLevelId (LevelIdx) " LEVEL "
                   TableLevelValue (LevelIdx).

      *----------------------------------------------------------------
      * A viewing level for an operator or a distribution recipient.
      * Level 0 takes the ID off the file.
      *----------------------------------------------------------------
       5300-LIST-ONE-SUPERVISOR.
           DISPLAY TableSupvOperator (SupvIdx) " "
                   TableSupvSupervisor (SupvIdx).

       5400-LIST-ONE-RULE.
           DISPLAY TableRuleId (RuleIdx) " "
                   TableRuleProgramA (RuleIdx) " "
                   TableRuleProgramB (RuleIdx).

       5500-LIST-ONE-EXCEPTION.
           DISPLAY TableExcpOperator (ExcpIdx) " "
                   TableExcpRuleId (ExcpIdx) " "
                   TableExcpExpiry (ExcpIdx).

       6000-SET-VIEW-LEVEL.
           DISPLAY "Enter the operator or recipient ID - "
                   WITH NO ADVANCING
           ACCEPT EnteredOperatorId
           DISPLAY "Enter the viewing level (0-9) - "
                   WITH NO ADVANCING
           ACCEPT EnteredViewLevel
           PERFORM 2200-CHECK-OPERATOR-KNOWN
           MOVE EnteredOperatorId TO ListRecipient
           PERFORM 2400-CHECK-RECIPIENT-KNOWN
           MOVE "N" TO LevelFoundSwitch
           SET LevelIdx TO 1
           PERFORM 6100-SEARCH-LEVEL
               UNTIL LevelEntryFound OR LevelIdx > ViewLevelCount
           EVALUATE TRUE
               WHEN NOT OperatorKnown AND NOT RecipientKnown
                   DISPLAY "*** ID is neither on the operator master "
                           "nor a distribution recipient ***"
               WHEN EnteredViewLevel NOT NUMERIC
                   DISPLAY "*** Viewing level must be a digit ***"
               WHEN LevelTableOverflowed
                   DISPLAY "*** Viewing level file has more IDs than "
                           "the table holds - not changed ***"
               WHEN EnteredViewLevel = "0" AND NOT LevelEntryFound
                   DISPLAY "ID is already at level 0"
               WHEN EnteredViewLevel = "0"
                   PERFORM 6200-COMPACT-OVER-LEVEL
                       UNTIL LevelIdx >= ViewLevelCount
                   SUBTRACT 1 FROM ViewLevelCount
                   PERFORM 6300-LOG-LEVEL-ACTION
               WHEN LevelEntryFound
                   MOVE EnteredViewLevel TO TableLevelValue (LevelIdx)
                   PERFORM 6300-LOG-LEVEL-ACTION
               WHEN ViewLevelCount >= 100
                   DISPLAY "*** Viewing level file is full ***"
               WHEN OTHER
                   ADD 1 TO ViewLevelCount
                   SET LevelIdx TO ViewLevelCount
                   MOVE EnteredOperatorId TO TableLevelId (LevelIdx)
                   MOVE EnteredViewLevel TO TableLevelValue (LevelIdx)
                   PERFORM 6300-LOG-LEVEL-ACTION
           END-EVALUATE.

       6100-SEARCH-LEVEL.
           IF TableLevelId (LevelIdx) = EnteredOperatorId
               SET LevelEntryFound TO TRUE
           ELSE
               SET LevelIdx UP BY 1
           END-IF.

       6200-COMPACT-OVER-LEVEL.
           SET LevelIdx UP BY 1
           MOVE TableLevelId (LevelIdx) TO TableLevelId (LevelIdx - 1)
           MOVE TableLevelValue (LevelIdx)
               TO TableLevelValue (LevelIdx - 1).

       6300-LOG-LEVEL-ACTION.
           SET ViewLevelsChanged TO TRUE
           ADD 1 TO LevelActionCount
           MOVE "VIEW-LEVEL" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING EnteredOperatorId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EnteredViewLevel DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered
           DISPLAY "Viewing level set".

      *----------------------------------------------------------------
      * The supervisor who recertifies an operator's authorizations.
      * Both must be on the operator master and must differ; a blank
      * supervisor takes the operator off the file.
      *----------------------------------------------------------------
       6500-SET-SUPERVISOR.
           DISPLAY "Enter the operator ID - " WITH NO ADVANCING
           ACCEPT EnteredOperatorId
           DISPLAY "Enter the supervisor ID (blank = none) - "
                   WITH NO ADVANCING
           ACCEPT EnteredSupervisorId
           PERFORM 2200-CHECK-OPERATOR-KNOWN
           PERFORM 2220-CHECK-SUPERVISOR-KNOWN
           MOVE "N" TO SupvFoundSwitch
           SET SupvIdx TO 1
           PERFORM 6510-SEARCH-SUPERVISOR-ENTRY
               UNTIL SupvEntryFound OR SupvIdx > SupervisorCount
           EVALUATE TRUE
               WHEN NOT OperatorKnown
                   DISPLAY "*** Operator ID not on the operator "
                           "master ***"
               WHEN EnteredSupervisorId NOT = SPACES
                   AND NOT SupervisorKnown
                   DISPLAY "*** Supervisor ID not on the operator "
                           "master ***"
               WHEN EnteredSupervisorId = EnteredOperatorId
                   DISPLAY "*** An operator cannot be their own "
                           "supervisor ***"
               WHEN SupvTableOverflowed
                   DISPLAY "*** Supervisor file has more operators "
                           "than the table holds - not changed ***"
               WHEN EnteredSupervisorId = SPACES
                   AND NOT SupvEntryFound
                   DISPLAY "Operator has no supervisor already"
               WHEN EnteredSupervisorId = SPACES
                   PERFORM 6520-COMPACT-OVER-SUPERVISOR
                       UNTIL SupvIdx >= SupervisorCount
                   SUBTRACT 1 FROM SupervisorCount
                   PERFORM 6530-LOG-SUPERVISOR-ACTION
               WHEN SupvEntryFound
                   MOVE EnteredSupervisorId
                       TO TableSupvSupervisor (SupvIdx)
                   PERFORM 6530-LOG-SUPERVISOR-ACTION
               WHEN SupervisorCount >= 200
                   DISPLAY "*** Supervisor file is full ***"
               WHEN OTHER
                   ADD 1 TO SupervisorCount
                   SET SupvIdx TO SupervisorCount
                   MOVE EnteredOperatorId
                       TO TableSupvOperator (SupvIdx)
                   MOVE EnteredSupervisorId
                       TO TableSupvSupervisor (SupvIdx)
                   PERFORM 6530-LOG-SUPERVISOR-ACTION
           END-EVALUATE.

       6510-SEARCH-SUPERVISOR-ENTRY.
           IF TableSupvOperator (SupvIdx) = EnteredOperatorId
               SET SupvEntryFound TO TRUE
           ELSE
               SET SupvIdx UP BY 1
           END-IF.

       6520-COMPACT-OVER-SUPERVISOR.
           SET SupvIdx UP BY 1
           MOVE TableSupvOperator (SupvIdx)
               TO TableSupvOperator (SupvIdx - 1)
           MOVE TableSupvSupervisor (SupvIdx)
               TO TableSupvSupervisor (SupvIdx - 1).

       6530-LOG-SUPERVISOR-ACTION.
           SET SupervisorsChanged TO TRUE
           ADD 1 TO SupvActionCount
           MOVE "SUPERVISOR" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING EnteredOperatorId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EnteredSupervisorId DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered
           DISPLAY "Supervisor set".

      *----------------------------------------------------------------
      * An exception to a duty rule is never granted on one person's
      * say: it goes on the two-person queue, once per operator and
      * rule, and only Approve adds it to SODEXCP.DAT.
      *----------------------------------------------------------------
       6700-REQUEST-EXCEPTION.
           DISPLAY "Enter the operator ID - " WITH NO ADVANCING
           ACCEPT EnteredOperatorId
           DISPLAY "Enter the duty rule - " WITH NO ADVANCING
           ACCEPT EnteredRuleId
           DISPLAY "Enter the expiry date (yyyymmdd) - "
                   WITH NO ADVANCING
           ACCEPT DateCheckText
           PERFORM 2200-CHECK-OPERATOR-KNOWN
           MOVE "N" TO RuleFoundSwitch
           SET RuleIdx TO 1
           PERFORM 6710-SEARCH-RULE
               UNTIL RuleFound OR RuleIdx > SodRuleCount
           PERFORM 6720-CHECK-DATE-TEXT
           COMPUTE LatestExpiryAllowed = RunDate + 10000
           EVALUATE TRUE
               WHEN NOT OperatorKnown
                   DISPLAY "*** Operator ID not on the operator "
                           "master ***"
               WHEN NOT RuleFound
                   DISPLAY "*** Duty rule not on SODRULES.DAT ***"
               WHEN NOT DateValid
                   DISPLAY "*** Expiry date must be yyyymmdd ***"
               WHEN EnteredExpiryDate NOT > RunDate
                   DISPLAY "*** Expiry date must be after today ***"
               WHEN EnteredExpiryDate > LatestExpiryAllowed
                   DISPLAY "*** An exception runs a year at most ***"
               WHEN OTHER
                   PERFORM 6730-CHECK-EXCEPTION-QUEUED
                   IF ExcpAlreadyQueued
                       DISPLAY "*** An exception for this operator "
                               "and rule is already awaiting "
                               "approval ***"
                   ELSE
                       PERFORM 6750-QUEUE-EXCEPTION-APPROVAL
                   END-IF
           END-EVALUATE.

       6710-SEARCH-RULE.
           IF TableRuleId (RuleIdx) = EnteredRuleId
               SET RuleFound TO TRUE
           ELSE
               SET RuleIdx UP BY 1
           END-IF.

       6720-CHECK-DATE-TEXT.
           MOVE "N" TO DateValidSwitch
           MOVE ZEROS TO EnteredExpiryDate
           IF DateCheckText NUMERIC
               IF DateMonthValid AND DateDayValid
                   SET DateValid TO TRUE
                   MOVE DateCheckText TO EnteredExpiryDate
               END-IF
           END-IF.

       6730-CHECK-EXCEPTION-QUEUED.
           MOVE "N" TO ExcpQueuedSwitch
           MOVE "N" TO PendingScanEndSwitch
           OPEN INPUT PendingApprovalFile
           IF PendingApprovalFileOK
               PERFORM 6760-READ-PENDING-RECORD
               PERFORM 6740-NOTE-QUEUED-EXCEPTION
                   UNTIL EndOfPendingScan
               CLOSE PendingApprovalFile
           END-IF.

       6740-NOTE-QUEUED-EXCEPTION.
           IF PendTargetFile = "SODEXCP"
               AND PendActionCode = "EXCEPT"
               AND PendStatus = "P"
               AND PendKeyValue = EnteredOperatorId
               AND PendNewValue1 (1:4) = EnteredRuleId
               SET ExcpAlreadyQueued TO TRUE
           END-IF
           PERFORM 6760-READ-PENDING-RECORD.

      *----------------------------------------------------------------
      * The sequence scan below READs the pending file through the
      * same record area this WRITE uses, so every field is moved in
      * AFTER the scan, never before it.
      *----------------------------------------------------------------
       6750-QUEUE-EXCEPTION-APPROVAL.
           PERFORM 6770-NEXT-PENDING-SEQ
           OPEN EXTEND PendingApprovalFile
           IF PendingApprovalFileNew
               OPEN OUTPUT PendingApprovalFile
           END-IF
           INITIALIZE PendingApprovalRecord
           MOVE NextPendingSeq TO PendSeqNumber
           MOVE "SODEXCP" TO PendTargetFile
           MOVE "EXCEPT" TO PendActionCode
           MOVE EnteredOperatorId TO PendKeyValue
           MOVE EnteredRuleId TO PendNewValue1
           MOVE EnteredExpiryDate TO PendNewValue2
           MOVE OperatorId TO PendRequestedBy
           MOVE RunDate TO PendRequestDate
           MOVE "P" TO PendStatus
           MOVE SPACES TO PendDecidedBy
           WRITE PendingApprovalRecord
           CLOSE PendingApprovalFile
           MOVE "SOD-EXCP-QUEUED" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING EnteredOperatorId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EnteredRuleId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EnteredExpiryDate DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered
           DISPLAY "Exception queued for approval as pending number "
                   NextPendingSeq.

       6760-READ-PENDING-RECORD.
           READ PendingApprovalFile
               AT END SET EndOfPendingScan TO TRUE
           END-READ.

       6770-NEXT-PENDING-SEQ.
           MOVE ZEROS TO NextPendingSeq
           MOVE "N" TO PendingScanEndSwitch
           OPEN INPUT PendingApprovalFile
           IF PendingApprovalFileOK
               PERFORM 6760-READ-PENDING-RECORD
               PERFORM 6780-NOTE-PENDING-SEQ
                   UNTIL EndOfPendingScan
               CLOSE PendingApprovalFile
           END-IF
           ADD 1 TO NextPendingSeq.

       6780-NOTE-PENDING-SEQ.
           IF PendSeqNumber NUMERIC
               AND PendSeqNumber > NextPendingSeq
               MOVE PendSeqNumber TO NextPendingSeq
           END-IF
           PERFORM 6760-READ-PENDING-RECORD.

       7000-LOG-AUTH-ACTION.
           MOVE SPACES TO AuditValueEntered
           STRING EnteredOperatorId DELIMITED BY SIZE
           MOVE TableAuthProgram (AuthIdx)  TO AuthProgramName
           WRITE OperatorAuthRecord.

       8200-REWRITE-VIEW-LEVELS.
           OPEN OUTPUT ViewLevelFile
           PERFORM 8210-WRITE-LEVEL-ENTRY
               VARYING LevelIdx FROM 1 BY 1
               UNTIL LevelIdx > ViewLevelCount
           CLOSE ViewLevelFile
           DISPLAY "Viewing level file rewritten - "
                   LevelActionCount " change(s) applied".

       8210-WRITE-LEVEL-ENTRY.
           INITIALIZE ViewLevelRecord
           MOVE TableLevelId (LevelIdx) TO LevelViewerId
           MOVE TableLevelValue (LevelIdx) TO LevelValue
           WRITE ViewLevelRecord.

       8300-REWRITE-SUPERVISORS.
           OPEN OUTPUT SupervisorFile
           PERFORM 8310-WRITE-SUPERVISOR-ENTRY
               VARYING SupvIdx FROM 1 BY 1
               UNTIL SupvIdx > SupervisorCount
           CLOSE SupervisorFile
           DISPLAY "Supervisor file rewritten - "
                   SupvActionCount " change(s) applied".

       8310-WRITE-SUPERVISOR-ENTRY.
           INITIALIZE SupervisorRecord
           MOVE TableSupvOperator (SupvIdx) TO SupvOperatorId
           MOVE TableSupvSupervisor (SupvIdx) TO SupvSupervisorId
           WRITE SupervisorRecord.

      *----------------------------------------------------------------
      * The access-review listing: every pair currently granted,
      * every viewing level and every operator's supervisor, with the
      * standard bracket so the review can prove it saw the whole
      * file.
      *----------------------------------------------------------------
       8500-WRITE-AUTH-LISTING.
           OPEN OUTPUT AuthListFile
           PERFORM 8510-WRITE-LISTING-LINE
               VARYING AuthIdx FROM 1 BY 1
               UNTIL AuthIdx > AuthEntryCount
           PERFORM 8520-WRITE-LEVEL-LINE
               VARYING LevelIdx FROM 1 BY 1
               UNTIL LevelIdx > ViewLevelCount
           PERFORM 8530-WRITE-SUPERVISOR-LINE
               VARYING SupvIdx FROM 1 BY 1
               UNTIL SupvIdx > SupervisorCount
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ListLineCount TO TrailerRecordCount
               TO AuthListLineText (12:8)
           WRITE AuthListRecord
           ADD 1 TO ListLineCount.

       8520-WRITE-LEVEL-LINE.
           MOVE SPACES TO AuthListLineText
           MOVE TableLevelId (LevelIdx) TO AuthListLineText (1:10)
           MOVE "LEVEL" TO AuthListLineText (12:5)
           MOVE TableLevelValue (LevelIdx) TO AuthListLineText (18:1)
           WRITE AuthListRecord
           ADD 1 TO ListLineCount.

       8530-WRITE-SUPERVISOR-LINE.
           MOVE SPACES TO AuthListLineText
           MOVE TableSupvOperator (SupvIdx) TO AuthListLineText (1:10)
           MOVE "SUPV" TO AuthListLineText (12:4)
           MOVE TableSupvSupervisor (SupvIdx)
               TO AuthListLineText (17:10)
           WRITE AuthListRecord
           ADD 1 TO ListLineCount.
       END PROGRAM AuthMaint.
