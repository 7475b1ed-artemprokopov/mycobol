      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Supervisor access recertification. RecertCycle opens
      *          each quarter's cycle on RECERT.DAT (RECERT.cpy) with
      *          one pending line per operator/program pair on
      *          OPERAUTH.DAT, under the operator's supervisor. This
      *          SIGNON-gated program is where a supervisor works
      *          their list: every line under their ID is shown with
      *          how it stands, then each pending one is put to them
      *          to confirm or revoke (or leave for later). A revoke
      *          takes the pair off OPERAUTH.DAT at once. A line the
      *          cycle opened with no supervisor is picked up by the
      *          supervisor OPERSUPV.DAT names for the operator now.
      *          Once nothing of theirs is pending the supervisor
      *          signs the list off. Every confirm, revoke and sign-
      *          off is logged through AUDITLOG. Decisions stop at
      *          the deadline - RecertCycle suspends whatever is left
      *          pending when it closes the cycle. The register and
      *          OPERAUTH.DAT are held under their run locks for the
      *          session. Training mode works TESTRCRT.DAT,
      *          TESTAUTH.DAT and TESTSUPV.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recertify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecertFile
               ASSIGN TO DYNAMIC RecertFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecertFileStatus.
           SELECT OperatorAuthFile
               ASSIGN TO DYNAMIC OperAuthFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorAuthFileStatus.
           SELECT SupervisorFile
               ASSIGN TO DYNAMIC SupervisorFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupervisorFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RecertFile
           RECORD CONTAINS 77 CHARACTERS.
           COPY "RECERT.cpy".
       FD  OperatorAuthFile
           RECORD CONTAINS 19 CHARACTERS.
       01 OperatorAuthRecord.
           02 AuthOperatorId           PIC X(10).
           02 AuthSpace1               PIC X.
           02 AuthProgramName          PIC X(8).
       FD  SupervisorFile
           RECORD CONTAINS 21 CHARACTERS.
       01 SupervisorRecord.
           02 SupvOperatorId           PIC X(10).
           02 SupvSpace1               PIC X.
           02 SupvSupervisorId         PIC X(10).
       WORKING-STORAGE SECTION.
       01 RecertFileStatus         PIC XX.
           88 RecertFileOK         VALUE "00".
       01 OperatorAuthFileStatus   PIC XX.
           88 OperatorAuthFileOK   VALUE "00".
       01 SupervisorFileStatus     PIC XX.
           88 SupervisorFileOK     VALUE "00".
       01 RecertEndSwitch          PIC X VALUE "N".
           88 EndOfRecert          VALUE "Y".
       01 OperatorAuthEndSwitch    PIC X VALUE "N".
           88 EndOfOperatorAuth    VALUE "Y".
       01 SupervisorEndSwitch      PIC X VALUE "N".
           88 EndOfSupervisor      VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
      *----------------------------------------------------------------
      * The register: the cycle row, then the lines and sign-offs.
      *----------------------------------------------------------------
       01 CycleFoundSwitch         PIC X VALUE "N".
           88 CycleFound           VALUE "Y".
       01 CycleId                  PIC X(6).
       01 CycleStatus              PIC X.
           88 CycleOpen            VALUE "O".
       01 CycleDecidedBy           PIC X(10).
       01 CycleDecisionDate        PIC 9(8).
       01 CycleDecisionTime        PIC 9(6).
       01 CycleDeadlineDate        PIC 9(8).
       01 RegisterTable.
           02 RegisterEntry OCCURS 1000 TIMES
               INDEXED BY RegIdx.
               03 TableRowType      PIC X.
               03 TableSupervisorId PIC X(10).
               03 TableOperatorId   PIC X(10).
               03 TableProgramName  PIC X(8).
               03 TableStatus       PIC X.
                   88 TableLinePending   VALUE "P".
                   88 TableLineConfirmed VALUE "C".
                   88 TableLineRevoked   VALUE "R".
                   88 TableLineSuspended VALUE "S".
               03 TableDecidedBy    PIC X(10).
               03 TableDecisionDate PIC 9(8).
               03 TableDecisionTime PIC 9(6).
       01 RegisterCount            PIC 9(4) VALUE ZEROS.
       01 RegisterOverflowSwitch   PIC X VALUE "N".
           88 RegisterOverflowed   VALUE "Y".
       01 RegisterChangedSwitch    PIC X VALUE "N".
           88 RegisterChanged      VALUE "Y".
      *----------------------------------------------------------------
      * OPERAUTH.DAT, for the pairs a revoke takes off.
      *----------------------------------------------------------------
       01 AuthTable.
           02 AuthEntry OCCURS 500 TIMES
               INDEXED BY AuthIdx.
               03 TableAuthOperator PIC X(10).
               03 TableAuthProgram  PIC X(8).
       01 AuthEntryCount           PIC 9(3) VALUE ZEROS.
       01 AuthOverflowSwitch       PIC X VALUE "N".
           88 AuthTableOverflowed  VALUE "Y".
       01 AuthChangedSwitch        PIC X VALUE "N".
           88 AuthFileChanged      VALUE "Y".
       01 PairFoundSwitch          PIC X.
           88 PairFound            VALUE "Y".
      *----------------------------------------------------------------
      * OPERSUPV.DAT, for lines the cycle opened without a supervisor.
      *----------------------------------------------------------------
       01 SupervisorTable.
           02 SupervisorEntry OCCURS 200 TIMES
               INDEXED BY SupvIdx.
               03 TableSupvOperator   PIC X(10).
               03 TableSupvSupervisor PIC X(10).
       01 SupervisorCount          PIC 9(3) VALUE ZEROS.
       01 SupervisorFoundSwitch    PIC X.
           88 SupervisorFound      VALUE "Y".
      *----------------------------------------------------------------
      * The signed-on supervisor's own lines.
      *----------------------------------------------------------------
       01 MyLineCount              PIC 9(4) VALUE ZEROS.
       01 MyPendingCount           PIC 9(4) VALUE ZEROS.
       01 MyConfirmedCount         PIC 9(4) VALUE ZEROS.
       01 MyRevokedCount           PIC 9(4) VALUE ZEROS.
       01 SignedOffSwitch          PIC X VALUE "N".
           88 AlreadySignedOff     VALUE "Y".
       01 DecisionWord             PIC X(9).
       01 DecisionsDoneSwitch      PIC X VALUE "N".
           88 DecisionsDone        VALUE "Y".
       01 DecisionCode             PIC X.
           88 DecisionConfirm      VALUE "C".
           88 DecisionRevoke       VALUE "R".
           88 DecisionLater        VALUE "L" " ".
           88 DecisionQuit         VALUE "Q".
       01 DecisionValidSwitch      PIC X.
           88 DecisionValid        VALUE "Y".
       01 SignOffReply             PIC X.
           88 SignOffConfirmed     VALUE "Y".
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "RECERTFY".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 RecertLockResource       PIC X(12) VALUE "RECERT".
       01 AuthLockResource         PIC X(12) VALUE "OPERAUTH".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 RecertLockSwitch         PIC X VALUE "N".
           88 RecertLockHeld       VALUE "Y".
       01 AuthLockSwitch           PIC X VALUE "N".
           88 AuthLockHeld         VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 RecertFileName           PIC X(12)
           VALUE "RECERT.DAT".
       01 OperAuthFileName         PIC X(12)
           VALUE "OPERAUTH.DAT".
       01 SupervisorFileName       PIC X(12)
           VALUE "OPERSUPV.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTRCRT.DAT" TO RecertFileName
               MOVE "TESTAUTH.DAT" TO OperAuthFileName
               MOVE "TESTSUPV.DAT" TO SupervisorFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
               DISPLAY "*   data will be touched              *"
               DISPLAY "***************************************"
           END-IF
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               PERFORM 1000-ACQUIRE-LOCKS
               IF RecertLockHeld AND AuthLockHeld
                   PERFORM 1100-INITIALIZE
                   PERFORM 1500-CHECK-CYCLE
               END-IF
               PERFORM 8900-RELEASE-LOCKS
               MOVE "E" TO SessLogMode
               CALL "SESSLOG" USING SessLogMode OperatorId
                   AuditProgramName
           ELSE
               DISPLAY "*** Sign-on rejected - run terminated ***"
           END-IF
           STOP RUN.

       1000-ACQUIRE-LOCKS.
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode RecertLockResource
               AuditProgramName LockResult
           IF LockGranted
               SET RecertLockHeld TO TRUE
               CALL "RUNLOCK" USING LockMode AuthLockResource
                   AuditProgramName LockResult
               IF LockGranted
                   SET AuthLockHeld TO TRUE
               ELSE
                   DISPLAY "*** Authorization file is in use "
                           "(AuthMaint) - try again later ***"
               END-IF
           ELSE
               DISPLAY "*** Recertification register is in use - "
                       "try again later ***"
           END-IF.

       1100-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           PERFORM 1200-LOAD-REGISTER
           PERFORM 1300-LOAD-AUTH-FILE
           PERFORM 1400-LOAD-SUPERVISORS.

       1200-LOAD-REGISTER.
           OPEN INPUT RecertFile
           IF RecertFileOK
               PERFORM 1210-READ-RECERT-RECORD
               PERFORM 1220-STORE-RECERT-RECORD UNTIL EndOfRecert
               CLOSE RecertFile
           END-IF.

       1210-READ-RECERT-RECORD.
           READ RecertFile
               AT END SET EndOfRecert TO TRUE
           END-READ.

       1220-STORE-RECERT-RECORD.
           EVALUATE TRUE
               WHEN RecertCycleRow
                   SET CycleFound TO TRUE
                   MOVE RecertCycleId TO CycleId
                   MOVE RecertStatus TO CycleStatus
                   MOVE RecertDecidedBy TO CycleDecidedBy
                   MOVE RecertDecisionDate TO CycleDecisionDate
                   MOVE RecertDecisionTime TO CycleDecisionTime
                   MOVE RecertDeadlineDate TO CycleDeadlineDate
               WHEN RegisterCount >= 1000
                   SET RegisterOverflowed TO TRUE
               WHEN OTHER
                   ADD 1 TO RegisterCount
                   SET RegIdx TO RegisterCount
                   MOVE RecertRowType TO TableRowType (RegIdx)
                   MOVE RecertSupervisorId
                       TO TableSupervisorId (RegIdx)
                   MOVE RecertOperatorId TO TableOperatorId (RegIdx)
                   MOVE RecertProgramName TO TableProgramName (RegIdx)
                   MOVE RecertStatus TO TableStatus (RegIdx)
                   MOVE RecertDecidedBy TO TableDecidedBy (RegIdx)
                   MOVE RecertDecisionDate
                       TO TableDecisionDate (RegIdx)
                   MOVE RecertDecisionTime
                       TO TableDecisionTime (RegIdx)
           END-EVALUATE
           PERFORM 1210-READ-RECERT-RECORD.

       1300-LOAD-AUTH-FILE.
           OPEN INPUT OperatorAuthFile
           IF OperatorAuthFileOK
               PERFORM 1310-READ-AUTH-RECORD
               PERFORM 1320-STORE-AUTH-RECORD
                   UNTIL EndOfOperatorAuth
               CLOSE OperatorAuthFile
           END-IF.

       1310-READ-AUTH-RECORD.
           READ OperatorAuthFile
               AT END SET EndOfOperatorAuth TO TRUE
           END-READ.

       1320-STORE-AUTH-RECORD.
           IF AuthEntryCount < 500
               ADD 1 TO AuthEntryCount
               MOVE AuthOperatorId
                   TO TableAuthOperator (AuthEntryCount)
               MOVE AuthProgramName
                   TO TableAuthProgram (AuthEntryCount)
           ELSE
               SET AuthTableOverflowed TO TRUE
           END-IF
           PERFORM 1310-READ-AUTH-RECORD.

       1400-LOAD-SUPERVISORS.
           OPEN INPUT SupervisorFile
           IF SupervisorFileOK
               PERFORM 1410-READ-SUPERVISOR-RECORD
               PERFORM 1420-STORE-SUPERVISOR-RECORD
                   UNTIL EndOfSupervisor
               CLOSE SupervisorFile
           END-IF.

       1410-READ-SUPERVISOR-RECORD.
           READ SupervisorFile
               AT END SET EndOfSupervisor TO TRUE
           END-READ.

       1420-STORE-SUPERVISOR-RECORD.
           IF SupervisorCount < 200
               ADD 1 TO SupervisorCount
               MOVE SupvOperatorId
                   TO TableSupvOperator (SupervisorCount)
               MOVE SupvSupervisorId
                   TO TableSupvSupervisor (SupervisorCount)
           END-IF
           PERFORM 1410-READ-SUPERVISOR-RECORD.

      *----------------------------------------------------------------
      * Decisions are taken only while a cycle is open and its
      * deadline has not passed, and never from a part register or
      * against a part authorization table.
      *----------------------------------------------------------------
       1500-CHECK-CYCLE.
           EVALUATE TRUE
               WHEN NOT CycleFound OR NOT CycleOpen
                   DISPLAY "No recertification cycle is open"
               WHEN RunDate > CycleDeadlineDate
                   DISPLAY "Cycle " CycleId " passed its deadline "
                           CycleDeadlineDate " - lines still pending "
                           "are suspended when it closes"
               WHEN RegisterOverflowed
                   DISPLAY "*** Recertification register has more "
                           "rows than the table holds ***"
               WHEN AuthTableOverflowed
                   DISPLAY "*** Authorization file has more pairs "
                           "than the table holds ***"
               WHEN OTHER
                   PERFORM 2000-SHOW-MY-LINES
                   IF MyLineCount = ZERO
                       DISPLAY "No operator access to recertify "
                               "under " OperatorId
                   ELSE
                       PERFORM 3000-DECIDE-PENDING-LINE
                           VARYING RegIdx FROM 1 BY 1
                           UNTIL RegIdx > RegisterCount
                           OR DecisionsDone
                       PERFORM 4000-OFFER-SIGN-OFF
                   END-IF
                   IF AuthFileChanged
                       PERFORM 8000-REWRITE-AUTH-FILE
                   END-IF
                   IF RegisterChanged
                       PERFORM 8200-REWRITE-REGISTER
                   END-IF
           END-EVALUATE.

       2000-SHOW-MY-LINES.
           DISPLAY "Access recertification - cycle " CycleId
                   " - decide by " CycleDeadlineDate
           DISPLAY "OPERATOR   PROGRAM  STANDING"
           PERFORM 2100-SHOW-ONE-LINE
               VARYING RegIdx FROM 1 BY 1
               UNTIL RegIdx > RegisterCount
           IF MyLineCount > ZERO
               DISPLAY MyLineCount " line(s), " MyPendingCount
                       " pending"
           END-IF
           IF AlreadySignedOff
               DISPLAY "Signed off for this cycle"
           END-IF.

      *----------------------------------------------------------------
      * A line opened with no supervisor becomes this supervisor's
      * when OPERSUPV.DAT now names them for the operator.
      *----------------------------------------------------------------
       2100-SHOW-ONE-LINE.
           IF TableRowType (RegIdx) = "L"
               AND TableSupervisorId (RegIdx) = SPACES
               PERFORM 2200-FIND-OPERATOR-SUPERVISOR
               IF SupervisorFound
                   AND TableSupvSupervisor (SupvIdx) = OperatorId
                   MOVE OperatorId TO TableSupervisorId (RegIdx)
                   SET RegisterChanged TO TRUE
               END-IF
           END-IF
           IF TableSupervisorId (RegIdx) = OperatorId
               IF TableRowType (RegIdx) = "S"
                   SET AlreadySignedOff TO TRUE
               ELSE
                   ADD 1 TO MyLineCount
                   EVALUATE TRUE
                       WHEN TableLinePending (RegIdx)
                           MOVE "PENDING" TO DecisionWord
                           ADD 1 TO MyPendingCount
                       WHEN TableLineConfirmed (RegIdx)
                           MOVE "CONFIRMED" TO DecisionWord
                           ADD 1 TO MyConfirmedCount
                       WHEN TableLineRevoked (RegIdx)
                           MOVE "REVOKED" TO DecisionWord
                           ADD 1 TO MyRevokedCount
                       WHEN OTHER
                           MOVE "SUSPENDED" TO DecisionWord
                   END-EVALUATE
                   DISPLAY TableOperatorId (RegIdx) " "
                           TableProgramName (RegIdx) " "
                           DecisionWord
               END-IF
           END-IF.

       2200-FIND-OPERATOR-SUPERVISOR.
           MOVE "N" TO SupervisorFoundSwitch
           SET SupvIdx TO 1
           PERFORM 2210-SEARCH-SUPERVISOR
               UNTIL SupervisorFound OR SupvIdx > SupervisorCount.

       2210-SEARCH-SUPERVISOR.
           IF TableSupvOperator (SupvIdx) = TableOperatorId (RegIdx)
               SET SupervisorFound TO TRUE
           ELSE
               SET SupvIdx UP BY 1
           END-IF.

       3000-DECIDE-PENDING-LINE.
           IF TableRowType (RegIdx) = "L"
               AND TableSupervisorId (RegIdx) = OperatorId
               AND TableLinePending (RegIdx)
               MOVE "N" TO DecisionValidSwitch
               PERFORM 3100-PROMPT-DECISION UNTIL DecisionValid
               EVALUATE TRUE
                   WHEN DecisionConfirm
                       SET TableLineConfirmed (RegIdx) TO TRUE
                       ADD 1 TO MyConfirmedCount
                       MOVE "RECERT-CONFIRM" TO AuditFieldName
                       PERFORM 3300-RECORD-DECISION
                   WHEN DecisionRevoke
                       SET TableLineRevoked (RegIdx) TO TRUE
                       ADD 1 TO MyRevokedCount
                       PERFORM 3200-REMOVE-AUTH-PAIR
                       MOVE "RECERT-REVOKE" TO AuditFieldName
                       PERFORM 3300-RECORD-DECISION
                   WHEN DecisionQuit
                       SET DecisionsDone TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3100-PROMPT-DECISION.
           DISPLAY TableOperatorId (RegIdx) " "
                   TableProgramName (RegIdx)
                   " - (C)onfirm (R)evoke (L)ater (Q)uit - "
                   WITH NO ADVANCING
           MOVE SPACE TO DecisionCode
           ACCEPT DecisionCode
           IF DecisionConfirm OR DecisionRevoke OR DecisionLater
               OR DecisionQuit
               SET DecisionValid TO TRUE
           ELSE
               DISPLAY "*** Invalid decision - try again ***"
           END-IF.

      *----------------------------------------------------------------
      * A pair already gone from OPERAUTH.DAT (revoked in AuthMaint
      * meanwhile) is still recorded as revoked.
      *----------------------------------------------------------------
       3200-REMOVE-AUTH-PAIR.
           MOVE "N" TO PairFoundSwitch
           SET AuthIdx TO 1
           PERFORM 3210-SEARCH-PAIR
               UNTIL PairFound OR AuthIdx > AuthEntryCount
           IF PairFound
               PERFORM 3220-COMPACT-OVER-PAIR
                   UNTIL AuthIdx >= AuthEntryCount
               SUBTRACT 1 FROM AuthEntryCount
               SET AuthFileChanged TO TRUE
           END-IF.

       3210-SEARCH-PAIR.
           IF TableAuthOperator (AuthIdx) = TableOperatorId (RegIdx)
               AND TableAuthProgram (AuthIdx)
                   = TableProgramName (RegIdx)
               SET PairFound TO TRUE
           ELSE
               SET AuthIdx UP BY 1
           END-IF.

       3220-COMPACT-OVER-PAIR.
           SET AuthIdx UP BY 1
           MOVE TableAuthOperator (AuthIdx)
               TO TableAuthOperator (AuthIdx - 1)
           MOVE TableAuthProgram (AuthIdx)
               TO TableAuthProgram (AuthIdx - 1).

       3300-RECORD-DECISION.
           SUBTRACT 1 FROM MyPendingCount
           MOVE OperatorId TO TableDecidedBy (RegIdx)
           MOVE RunDate TO TableDecisionDate (RegIdx)
           MOVE RunTime TO TableDecisionTime (RegIdx)
           SET RegisterChanged TO TRUE
           MOVE SPACES TO AuditValueEntered
           STRING TableOperatorId (RegIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableProgramName (RegIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * The sign-off is the supervisor's statement that the whole
      * list has been reviewed, so it waits until nothing is pending.
      *----------------------------------------------------------------
       4000-OFFER-SIGN-OFF.
           EVALUATE TRUE
               WHEN AlreadySignedOff
                   CONTINUE
               WHEN MyPendingCount > ZERO
                   DISPLAY MyPendingCount " line(s) still pending - "
                           "sign-off waits until all are decided"
               WHEN RegisterCount >= 1000
                   DISPLAY "*** Recertification register is full - "
                           "sign-off not recorded ***"
               WHEN OTHER
                   DISPLAY "All " MyLineCount " line(s) decided - "
                           "sign off cycle " CycleId " (Y/N) - "
                           WITH NO ADVANCING
                   MOVE SPACE TO SignOffReply
                   ACCEPT SignOffReply
                   IF SignOffConfirmed
                       PERFORM 4100-RECORD-SIGN-OFF
                   ELSE
                       DISPLAY "Not signed off"
                   END-IF
           END-EVALUATE.

       4100-RECORD-SIGN-OFF.
           ADD 1 TO RegisterCount
           SET RegIdx TO RegisterCount
           MOVE "S" TO TableRowType (RegIdx)
           MOVE OperatorId TO TableSupervisorId (RegIdx)
           MOVE SPACES TO TableOperatorId (RegIdx)
           MOVE SPACES TO TableProgramName (RegIdx)
           MOVE "F" TO TableStatus (RegIdx)
           MOVE OperatorId TO TableDecidedBy (RegIdx)
           MOVE RunDate TO TableDecisionDate (RegIdx)
           MOVE RunTime TO TableDecisionTime (RegIdx)
           SET RegisterChanged TO TRUE
           MOVE "RECERT-SIGNOFF" TO AuditFieldName
           MOVE SPACES TO AuditValueEntered
           STRING CycleId DELIMITED BY SIZE
                  " CONF " DELIMITED BY SIZE
                  MyConfirmedCount DELIMITED BY SIZE
                  " REV " DELIMITED BY SIZE
                  MyRevokedCount DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered
           DISPLAY "Signed off".

       8000-REWRITE-AUTH-FILE.
           OPEN OUTPUT OperatorAuthFile
           PERFORM 8100-WRITE-AUTH-ENTRY
               VARYING AuthIdx FROM 1 BY 1
               UNTIL AuthIdx > AuthEntryCount
           CLOSE OperatorAuthFile
           DISPLAY "Authorization file rewritten - " MyRevokedCount
                   " pair(s) revoked this cycle".

       8100-WRITE-AUTH-ENTRY.
           INITIALIZE OperatorAuthRecord
           MOVE TableAuthOperator (AuthIdx) TO AuthOperatorId
           MOVE TableAuthProgram (AuthIdx) TO AuthProgramName
           WRITE OperatorAuthRecord.

       8200-REWRITE-REGISTER.
           OPEN OUTPUT RecertFile
           INITIALIZE RecertRecord
           SET RecertCycleRow TO TRUE
           MOVE CycleId TO RecertCycleId
           MOVE CycleStatus TO RecertStatus
           MOVE CycleDecidedBy TO RecertDecidedBy
           MOVE CycleDecisionDate TO RecertDecisionDate
           MOVE CycleDecisionTime TO RecertDecisionTime
           MOVE CycleDeadlineDate TO RecertDeadlineDate
           WRITE RecertRecord
           PERFORM 8210-WRITE-REGISTER-ROW
               VARYING RegIdx FROM 1 BY 1
               UNTIL RegIdx > RegisterCount
           CLOSE RecertFile.

       8210-WRITE-REGISTER-ROW.
           INITIALIZE RecertRecord
           MOVE TableRowType (RegIdx) TO RecertRowType
           MOVE CycleId TO RecertCycleId
           MOVE TableSupervisorId (RegIdx) TO RecertSupervisorId
           MOVE TableOperatorId (RegIdx) TO RecertOperatorId
           MOVE TableProgramName (RegIdx) TO RecertProgramName
           MOVE TableStatus (RegIdx) TO RecertStatus
           MOVE TableDecidedBy (RegIdx) TO RecertDecidedBy
           MOVE TableDecisionDate (RegIdx) TO RecertDecisionDate
           MOVE TableDecisionTime (RegIdx) TO RecertDecisionTime
           MOVE CycleDeadlineDate TO RecertDeadlineDate
           WRITE RecertRecord.

       8900-RELEASE-LOCKS.
           MOVE "R" TO LockMode
           IF AuthLockHeld
               CALL "RUNLOCK" USING LockMode AuthLockResource
                   AuditProgramName LockResult
           END-IF
           IF RecertLockHeld
               CALL "RUNLOCK" USING LockMode RecertLockResource
                   AuditProgramName LockResult
           END-IF.
       END PROGRAM Recertify.
