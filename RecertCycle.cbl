      ******************************************************************
      * Author: Artem Prokopov
      * Date: 12/10/2026
      * Purpose: Quarterly access recertification cycle. OPERAUTH.DAT
      *          only ever grew - a grant stayed until somebody
      *          remembered to revoke it, and the auditors flagged
      *          it. On its first nightly run of each quarter this
      *          step opens the quarter's cycle on the register
      *          RECERT.DAT (RECERT.cpy): every operator/program pair
      *          on OPERAUTH.DAT becomes a pending line under the
      *          operator's supervisor from OPERSUPV.DAT (kept in
      *          AuthMaint), due by a deadline the RECERT row of
      *          SHOPPARM.DAT sets in days (ParmLowValue, 030 when
      *          there is no row). Each supervisor's list - their
      *          operators with every program each is authorized
      *          for - goes to a dated generation RCRTLIST.yyyymmdd
      *          .DAT, cataloged as RECRTLST. The supervisors confirm
      *          or revoke their lines and sign off through the
      *          SIGNON-gated Recertify. On the first nightly run
      *          past the deadline this step closes the cycle: every
      *          line still pending is suspended - its pair comes
      *          off OPERAUTH.DAT - and logged through AUDITLOG, and
      *          the signed-off register goes to RCRTREG.yyyymmdd
      *          .DAT, cataloged as RECRTREG, for the auditors: each
      *          supervisor's lines with the decision, who made it
      *          and when, and the supervisor's sign-off or its
      *          absence. A cycle that closes late is followed the
      *          same night by the current quarter's. Any other
      *          night it only reports how the open cycle stands.
      *          The register and OPERAUTH.DAT are held under their
      *          run locks while they are rewritten. RETURN-CODE 0
      *          normally, 4 when the lists carry operators with no
      *          supervisor or the register closes with suspended
      *          lines or a supervisor not signed off, 8 when a file
      *          is in use or too large and nothing was changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertCycle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecertFile ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecertFileStatus.
           SELECT OperatorAuthFile ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorAuthFileStatus.
           SELECT SupervisorFile ASSIGN TO "OPERSUPV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupervisorFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT RecertReportFile
               ASSIGN TO DYNAMIC RecertReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ListSortFile ASSIGN TO "RCRTLIST.SRT".
           SELECT RegisterSortFile ASSIGN TO "RCRTREG.SRT".
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
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  RecertReportFile
           RECORD CONTAINS 80 CHARACTERS.
       01 RecertReportRecord.
           02 ReportLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       SD  ListSortFile.
       01 ListSortRecord.
           02 ListSortSupervisorId     PIC X(10).
           02 ListSortOperatorId       PIC X(10).
           02 ListSortProgramName      PIC X(8).
       SD  RegisterSortFile.
       01 RegisterSortRecord.
           02 RegSortSupervisorId      PIC X(10).
           02 RegSortRowType           PIC X.
           02 RegSortOperatorId        PIC X(10).
           02 RegSortProgramName       PIC X(8).
           02 RegSortStatus            PIC X.
           02 RegSortDecidedBy         PIC X(10).
           02 RegSortDecisionDate      PIC 9(8).
           02 RegSortDecisionTime      PIC 9(6).
       WORKING-STORAGE SECTION.
       01 RecertFileStatus         PIC XX.
           88 RecertFileOK         VALUE "00".
       01 OperatorAuthFileStatus   PIC XX.
           88 OperatorAuthFileOK   VALUE "00".
       01 SupervisorFileStatus     PIC XX.
           88 SupervisorFileOK     VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 RecertEndSwitch          PIC X VALUE "N".
           88 EndOfRecert          VALUE "Y".
       01 OperatorAuthEndSwitch    PIC X VALUE "N".
           88 EndOfOperatorAuth    VALUE "Y".
       01 SupervisorEndSwitch      PIC X VALUE "N".
           88 EndOfSupervisor      VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 ListSortEndSwitch        PIC X VALUE "N".
           88 EndOfListSort        VALUE "Y".
       01 RegisterSortEndSwitch    PIC X VALUE "N".
           88 EndOfRegisterSort    VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunDateSplit REDEFINES RunDate.
           02 RunYear              PIC 9(4).
           02 RunMonth             PIC 99.
           02 RunDay               PIC 99.
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 RunQuarter               PIC 9.
       01 CurrentCycleId           PIC X(6).
       01 ResponseDays             PIC 9(3) VALUE 030.
       01 DayCount                 PIC 9(3).
      *----------------------------------------------------------------
      * The deadline is counted forward a calendar day at a time.
      *----------------------------------------------------------------
       01 DeadlineDate             PIC 9(8).
       01 DeadlineSplit REDEFINES DeadlineDate.
           02 DeadlineYear         PIC 9(4).
           02 DeadlineMonth        PIC 99.
           02 DeadlineDay          PIC 99.
       01 DaysThisMonth            PIC 99.
       01 DaysInMonthValues.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 28.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
           02 FILLER               PIC 99 VALUE 30.
           02 FILLER               PIC 99 VALUE 31.
       01 DaysInMonthTable REDEFINES DaysInMonthValues.
           02 DaysInMonth          PIC 99 OCCURS 12 TIMES.
       01 LeapYearSwitch           PIC X.
           88 IsLeapYear           VALUE "Y".
       01 Remainder4               PIC 9(4).
       01 Remainder100             PIC 9(4).
       01 Remainder400             PIC 9(4).
       01 DivideQuotientWork       PIC 9(4).
      *----------------------------------------------------------------
      * The register as it stands: the cycle row, then the lines and
      * sign-offs.
      *----------------------------------------------------------------
       01 CycleFoundSwitch         PIC X VALUE "N".
           88 CycleFound           VALUE "Y".
       01 CycleId                  PIC X(6).
       01 CycleStatus              PIC X.
           88 CycleOpen            VALUE "O".
           88 CycleClosed          VALUE "X".
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
       01 PendingCount             PIC 9(4) VALUE ZEROS.
      *----------------------------------------------------------------
      * OPERAUTH.DAT while the suspended pairs come off it.
      *----------------------------------------------------------------
       01 AuthTable.
           02 AuthEntry OCCURS 500 TIMES
               INDEXED BY AuthIdx.
               03 TableAuthOperator PIC X(10).
               03 TableAuthProgram  PIC X(8).
       01 AuthEntryCount           PIC 9(3) VALUE ZEROS.
       01 AuthOverflowSwitch       PIC X VALUE "N".
           88 AuthTableOverflowed  VALUE "Y".
       01 PairFoundSwitch          PIC X.
           88 PairFound            VALUE "Y".
       01 PairsRemovedCount        PIC 9(4) VALUE ZEROS.
      *----------------------------------------------------------------
      * OPERSUPV.DAT: each operator's supervisor.
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
      * Counts for the lists and the register.
      *----------------------------------------------------------------
       01 CurrentSupervisorId      PIC X(10).
       01 FirstBlockSwitch         PIC X.
           88 FirstBlock           VALUE "Y".
       01 BlockSignedOffSwitch     PIC X.
           88 BlockSignedOff       VALUE "Y".
       01 BlockLineCount           PIC 9(4).
       01 LinesListedCount         PIC 9(4) VALUE ZEROS.
       01 UnassignedLineCount      PIC 9(4) VALUE ZEROS.
       01 SupervisorBlockCount     PIC 9(3) VALUE ZEROS.
       01 SignedOffCount           PIC 9(3) VALUE ZEROS.
       01 ConfirmedCount           PIC 9(4) VALUE ZEROS.
       01 RevokedCount             PIC 9(4) VALUE ZEROS.
       01 SuspendedCount           PIC 9(4) VALUE ZEROS.
       01 DecisionWord             PIC X(9).
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 RecertReportFileName     PIC X(24).
       01 ListColumnLine.
           02 FILLER               PIC X(13) VALUE "  OPERATOR".
           02 FILLER               PIC X(30) VALUE "PROGRAM".
       01 RegisterColumnLine.
           02 FILLER               PIC X(13) VALUE "  OPERATOR".
           02 FILLER               PIC X(9)  VALUE "PROGRAM".
           02 FILLER               PIC X(10) VALUE "DECISION".
           02 FILLER               PIC X(11) VALUE "BY".
           02 FILLER               PIC X(9)  VALUE "DATE".
           02 FILLER               PIC X(6)  VALUE "TIME".
       01 RegisterDetailLine.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DetailOperatorId     PIC X(10).
           02 FILLER               PIC X     VALUE SPACE.
           02 DetailProgramName    PIC X(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 DetailDecision       PIC X(9).
           02 FILLER               PIC X     VALUE SPACE.
           02 DetailDecidedBy      PIC X(10).
           02 FILLER               PIC X     VALUE SPACE.
           02 DetailDecisionDate   PIC 9(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 DetailDecisionTime   PIC 9(6).
       01 RecertRunFailedSwitch    PIC X VALUE "N".
           88 RecertRunFailed      VALUE "Y".
       01 RecertWarningSwitch      PIC X VALUE "N".
           88 RecertWarning        VALUE "Y".
       01 LockMode                 PIC X.
       01 RecertLockResource       PIC X(12) VALUE "RECERT".
       01 AuthLockResource         PIC X(12) VALUE "OPERAUTH".
       01 LockHolderName           PIC X(8) VALUE "RECERT".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 AuditOperatorId          PIC X(10) VALUE "RECERT".
       01 AuditProgramName         PIC X(8) VALUE "RECERT".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 GenReportName            PIC X(12).
       01 GenFileName              PIC X(24).
       01 GenProgramName           PIC X(8) VALUE "RECERT".
       01 GenRecordCount           PIC 9(7).
       01 GenControlTotal          PIC 9(9).
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "RECERT".
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
           CALL "RUNLOCK" USING LockMode RecertLockResource
               LockHolderName LockResult
           IF LockGranted
               PERFORM 2000-LOAD-REGISTER
               IF CycleFound AND CycleOpen
                   AND NOT RecertRunFailed
                   IF RunDate > CycleDeadlineDate
                       PERFORM 3000-CLOSE-CYCLE
                   ELSE
                       DISPLAY "Cycle " CycleId " open - deadline "
                               CycleDeadlineDate ", " PendingCount
                               " line(s) pending"
                   END-IF
               END-IF
               IF NOT RecertRunFailed
                   IF CycleFound AND CycleId = CurrentCycleId
                       IF CycleClosed
                           DISPLAY "Cycle " CycleId " closed on "
                                   CycleDecisionDate
                       END-IF
                   ELSE
                       IF NOT CycleFound OR CycleClosed
                           PERFORM 4000-OPEN-CYCLE
                       END-IF
                   END-IF
               END-IF
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode RecertLockResource
                   LockHolderName LockResult
           ELSE
               SET RecertRunFailed TO TRUE
               DISPLAY "*** Recertification register is in use "
                       "(Recertify) - nothing done ***"
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           COMPUTE RunQuarter = (RunMonth + 2) / 3
           MOVE SPACES TO CurrentCycleId
           STRING RunYear DELIMITED BY SIZE
                  "Q" DELIMITED BY SIZE
                  RunQuarter DELIMITED BY SIZE
               INTO CurrentCycleId
           END-STRING
           PERFORM 1100-LOAD-RECERT-PARM.

       1100-LOAD-RECERT-PARM.
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
           IF ParmProgramId = "RECERT"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > "000"
               MOVE ParmLowValue TO ResponseDays
           END-IF
           PERFORM 1110-READ-PARM-RECORD.

       1200-COMPUTE-DEADLINE.
           MOVE RunDate TO DeadlineDate
           PERFORM 1210-ADVANCE-ONE-DAY
               VARYING DayCount FROM 1 BY 1
               UNTIL DayCount > ResponseDays.

       1210-ADVANCE-ONE-DAY.
           MOVE DaysInMonth (DeadlineMonth) TO DaysThisMonth
           IF DeadlineMonth = 2
               PERFORM 1220-CHECK-LEAP-YEAR
               IF IsLeapYear
                   MOVE 29 TO DaysThisMonth
               END-IF
           END-IF
           IF DeadlineDay < DaysThisMonth
               ADD 1 TO DeadlineDay
           ELSE
               MOVE 1 TO DeadlineDay
               IF DeadlineMonth < 12
                   ADD 1 TO DeadlineMonth
               ELSE
                   MOVE 1 TO DeadlineMonth
                   ADD 1 TO DeadlineYear
               END-IF
           END-IF.

       1220-CHECK-LEAP-YEAR.
           MOVE "N" TO LeapYearSwitch
           DIVIDE DeadlineYear BY 4
               GIVING DivideQuotientWork REMAINDER Remainder4
           DIVIDE DeadlineYear BY 100
               GIVING DivideQuotientWork REMAINDER Remainder100
           DIVIDE DeadlineYear BY 400
               GIVING DivideQuotientWork REMAINDER Remainder400
           IF Remainder4 = 0 AND
               (Remainder100 NOT = 0 OR Remainder400 = 0)
               SET IsLeapYear TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * No register yet is the first cycle ever. A register too big
      * for the table is left alone - closing it from a part table
      * would leave lines neither decided nor suspended.
      *----------------------------------------------------------------
       2000-LOAD-REGISTER.
           OPEN INPUT RecertFile
           IF RecertFileOK
               PERFORM 2100-READ-RECERT-RECORD
               PERFORM 2200-STORE-RECERT-RECORD UNTIL EndOfRecert
               CLOSE RecertFile
           END-IF
           IF RegisterOverflowed
               SET RecertRunFailed TO TRUE
               DISPLAY "*** Recertification register has more rows "
                       "than the table holds - nothing done ***"
           END-IF.

       2100-READ-RECERT-RECORD.
           READ RecertFile
               AT END SET EndOfRecert TO TRUE
           END-READ.

       2200-STORE-RECERT-RECORD.
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
                   IF RecertLineRow AND RecertLinePending
                       ADD 1 TO PendingCount
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-RECERT-RECORD.

      *----------------------------------------------------------------
      * Past the deadline: every line still pending is suspended and
      * its pair comes off OPERAUTH.DAT, then the register is closed
      * and written out for the auditors.
      *----------------------------------------------------------------
       3000-CLOSE-CYCLE.
           MOVE "A" TO LockMode
           CALL "RUNLOCK" USING LockMode AuthLockResource
               LockHolderName LockResult
           IF NOT LockGranted
               SET RecertRunFailed TO TRUE
               DISPLAY "*** Authorization file is in use (AuthMaint) "
                       "- cycle " CycleId " not closed ***"
           ELSE
               PERFORM 3100-LOAD-AUTH-FILE
               IF AuthTableOverflowed
                   SET RecertRunFailed TO TRUE
                   DISPLAY "*** Authorization file has more pairs "
                           "than the table holds - cycle " CycleId
                           " not closed ***"
               ELSE
                   PERFORM 3200-SUSPEND-PENDING-LINE
                       VARYING RegIdx FROM 1 BY 1
                       UNTIL RegIdx > RegisterCount
                   IF PairsRemovedCount > ZERO
                       PERFORM 3300-REWRITE-AUTH-FILE
                   END-IF
                   SET CycleClosed TO TRUE
                   MOVE AuditOperatorId TO CycleDecidedBy
                   MOVE RunDate TO CycleDecisionDate
                   MOVE RunTime TO CycleDecisionTime
                   PERFORM 5000-REWRITE-REGISTER
                   PERFORM 3500-WRITE-REGISTER-REPORT
                   MOVE "RECERT-CLOSE" TO AuditFieldName
                   MOVE SPACES TO AuditValueEntered
                   STRING CycleId DELIMITED BY SIZE
                          " SUSPENDED " DELIMITED BY SIZE
                          SuspendedCount DELIMITED BY SIZE
                       INTO AuditValueEntered
                   END-STRING
                   CALL "AUDITLOG" USING AuditOperatorId
                       AuditProgramName AuditFieldName
                       AuditValueEntered
                   DISPLAY "Cycle " CycleId " closed - "
                           SuspendedCount " line(s) suspended"
               END-IF
               MOVE "R" TO LockMode
               CALL "RUNLOCK" USING LockMode AuthLockResource
                   LockHolderName LockResult
           END-IF.

       3100-LOAD-AUTH-FILE.
           MOVE ZEROS TO AuthEntryCount
           MOVE "N" TO OperatorAuthEndSwitch
           OPEN INPUT OperatorAuthFile
           IF OperatorAuthFileOK
               PERFORM 3110-READ-AUTH-RECORD
               PERFORM 3120-STORE-AUTH-RECORD
                   UNTIL EndOfOperatorAuth
               CLOSE OperatorAuthFile
           END-IF.

       3110-READ-AUTH-RECORD.
           READ OperatorAuthFile
               AT END SET EndOfOperatorAuth TO TRUE
           END-READ.

       3120-STORE-AUTH-RECORD.
           IF AuthEntryCount < 500
               ADD 1 TO AuthEntryCount
               MOVE AuthOperatorId
                   TO TableAuthOperator (AuthEntryCount)
               MOVE AuthProgramName
                   TO TableAuthProgram (AuthEntryCount)
           ELSE
               SET AuthTableOverflowed TO TRUE
           END-IF
           PERFORM 3110-READ-AUTH-RECORD.

      *----------------------------------------------------------------
      * A pair already gone from OPERAUTH.DAT (revoked in AuthMaint
      * meanwhile) is still suspended on the register.
      *----------------------------------------------------------------
       3200-SUSPEND-PENDING-LINE.
           IF TableRowType (RegIdx) = "L"
               AND TableLinePending (RegIdx)
               SET TableLineSuspended (RegIdx) TO TRUE
               MOVE AuditOperatorId TO TableDecidedBy (RegIdx)
               MOVE RunDate TO TableDecisionDate (RegIdx)
               MOVE RunTime TO TableDecisionTime (RegIdx)
               ADD 1 TO SuspendedCount
               MOVE "N" TO PairFoundSwitch
               SET AuthIdx TO 1
               PERFORM 3210-SEARCH-PAIR
                   UNTIL PairFound OR AuthIdx > AuthEntryCount
               IF PairFound
                   PERFORM 3220-COMPACT-OVER-PAIR
                       UNTIL AuthIdx >= AuthEntryCount
                   SUBTRACT 1 FROM AuthEntryCount
                   ADD 1 TO PairsRemovedCount
               END-IF
               MOVE "RECERT-SUSPEND" TO AuditFieldName
               MOVE SPACES TO AuditValueEntered
               STRING TableOperatorId (RegIdx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TableProgramName (RegIdx) DELIMITED BY SIZE
                   INTO AuditValueEntered
               END-STRING
               CALL "AUDITLOG" USING AuditOperatorId AuditProgramName
                   AuditFieldName AuditValueEntered
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

       3300-REWRITE-AUTH-FILE.
           OPEN OUTPUT OperatorAuthFile
           PERFORM 3310-WRITE-AUTH-ENTRY
               VARYING AuthIdx FROM 1 BY 1
               UNTIL AuthIdx > AuthEntryCount
           CLOSE OperatorAuthFile
           DISPLAY "Authorization file rewritten - "
                   PairsRemovedCount " pair(s) suspended".

       3310-WRITE-AUTH-ENTRY.
           INITIALIZE OperatorAuthRecord
           MOVE TableAuthOperator (AuthIdx) TO AuthOperatorId
           MOVE TableAuthProgram (AuthIdx) TO AuthProgramName
           WRITE OperatorAuthRecord.

      *----------------------------------------------------------------
      * The register for the auditors, one block per supervisor in
      * ID order: the lines in operator order, then the sign-off
      * (sorted after them) or a line saying there was none.
      *----------------------------------------------------------------
       3500-WRITE-REGISTER-REPORT.
           MOVE SPACES TO RecertReportFileName
           STRING "RCRTREG." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO RecertReportFileName
           END-STRING
           MOVE ZEROS TO ReportLineCount
           OPEN OUTPUT RecertReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "RECERT" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "ACCESS RECERTIFICATION REGISTER CYCLE "
                      DELIMITED BY SIZE
                  CycleId DELIMITED BY SIZE
                  " DEADLINE " DELIMITED BY SIZE
                  CycleDeadlineDate DELIMITED BY SIZE
                  " CLOSED " DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           SORT RegisterSortFile
               ON ASCENDING KEY RegSortSupervisorId RegSortRowType
                   RegSortOperatorId RegSortProgramName
               INPUT PROCEDURE IS 3600-RELEASE-REGISTER-ROWS
               OUTPUT PROCEDURE IS 3700-WRITE-REGISTER-BLOCKS
           MOVE SPACES TO ReportLineText
           STRING "LINES " DELIMITED BY SIZE
                  LinesListedCount DELIMITED BY SIZE
                  " CONFIRMED " DELIMITED BY SIZE
                  ConfirmedCount DELIMITED BY SIZE
                  " REVOKED " DELIMITED BY SIZE
                  RevokedCount DELIMITED BY SIZE
                  " SUSPENDED " DELIMITED BY SIZE
                  SuspendedCount DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           STRING "SUPERVISORS " DELIMITED BY SIZE
                  SupervisorBlockCount DELIMITED BY SIZE
                  " SIGNED OFF " DELIMITED BY SIZE
                  SignedOffCount DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount TO TrailerRecordCount
           MOVE LinesListedCount TO TrailerControlTotal
           MOVE SuspendedCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE RecertReportFile
           MOVE "RECRTREG" TO GenReportName
           MOVE RecertReportFileName TO GenFileName
           MOVE ReportLineCount TO GenRecordCount
           MOVE LinesListedCount TO GenControlTotal
           CALL "GENCATLG" USING GenReportName GenFileName
               GenProgramName RunDate GenRecordCount
               GenControlTotal
           IF SuspendedCount > ZERO
               OR SignedOffCount < SupervisorBlockCount
               SET RecertWarning TO TRUE
           END-IF.

       3600-RELEASE-REGISTER-ROWS.
           PERFORM 3610-RELEASE-ONE-ROW
               VARYING RegIdx FROM 1 BY 1
               UNTIL RegIdx > RegisterCount.

       3610-RELEASE-ONE-ROW.
           MOVE TableSupervisorId (RegIdx) TO RegSortSupervisorId
           MOVE TableRowType (RegIdx) TO RegSortRowType
           MOVE TableOperatorId (RegIdx) TO RegSortOperatorId
           MOVE TableProgramName (RegIdx) TO RegSortProgramName
           MOVE TableStatus (RegIdx) TO RegSortStatus
           MOVE TableDecidedBy (RegIdx) TO RegSortDecidedBy
           MOVE TableDecisionDate (RegIdx) TO RegSortDecisionDate
           MOVE TableDecisionTime (RegIdx) TO RegSortDecisionTime
           RELEASE RegisterSortRecord.

       3700-WRITE-REGISTER-BLOCKS.
           MOVE ZEROS TO LinesListedCount
           MOVE "Y" TO FirstBlockSwitch
           MOVE "N" TO RegisterSortEndSwitch
           PERFORM 3710-WRITE-REGISTER-ROW
               UNTIL EndOfRegisterSort
           IF NOT FirstBlock
               PERFORM 3730-WRITE-BLOCK-SIGNOFF
           END-IF.

       3710-WRITE-REGISTER-ROW.
           RETURN RegisterSortFile
               AT END
                   SET EndOfRegisterSort TO TRUE
               NOT AT END
                   IF FirstBlock
                       OR RegSortSupervisorId NOT = CurrentSupervisorId
                       IF NOT FirstBlock
                           PERFORM 3730-WRITE-BLOCK-SIGNOFF
                       END-IF
                       MOVE "N" TO FirstBlockSwitch
                       MOVE RegSortSupervisorId TO CurrentSupervisorId
                       MOVE "N" TO BlockSignedOffSwitch
                       PERFORM 3720-WRITE-BLOCK-HEADING
                   END-IF
                   IF RegSortRowType = "S"
                       SET BlockSignedOff TO TRUE
                       MOVE SPACES TO ReportLineText
                       STRING "  SIGNED OFF BY " DELIMITED BY SIZE
                              RegSortDecidedBy DELIMITED BY SIZE
                              " ON " DELIMITED BY SIZE
                              RegSortDecisionDate DELIMITED BY SIZE
                              " AT " DELIMITED BY SIZE
                              RegSortDecisionTime DELIMITED BY SIZE
                           INTO ReportLineText
                       END-STRING
                       PERFORM 6900-WRITE-REPORT-LINE
                   ELSE
                       PERFORM 3740-WRITE-DECISION-LINE
                   END-IF
           END-RETURN.

       3720-WRITE-BLOCK-HEADING.
           MOVE SPACES TO ReportLineText
           PERFORM 6900-WRITE-REPORT-LINE
           IF CurrentSupervisorId = SPACES
               MOVE "NO SUPERVISOR ASSIGNED ON OPERSUPV.DAT"
                   TO ReportLineText
           ELSE
               ADD 1 TO SupervisorBlockCount
               MOVE SPACES TO ReportLineText
               STRING "SUPERVISOR " DELIMITED BY SIZE
                      CurrentSupervisorId DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
           END-IF
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE RegisterColumnLine TO ReportLineText
           PERFORM 6900-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * The unassigned block has nobody to sign it off.
      *----------------------------------------------------------------
       3730-WRITE-BLOCK-SIGNOFF.
           IF BlockSignedOff
               ADD 1 TO SignedOffCount
           ELSE
               IF CurrentSupervisorId NOT = SPACES
                   MOVE "  *** NOT SIGNED OFF ***" TO ReportLineText
                   PERFORM 6900-WRITE-REPORT-LINE
               END-IF
           END-IF.

       3740-WRITE-DECISION-LINE.
           ADD 1 TO LinesListedCount
           EVALUATE RegSortStatus
               WHEN "C"
                   MOVE "CONFIRMED" TO DecisionWord
                   ADD 1 TO ConfirmedCount
               WHEN "R"
                   MOVE "REVOKED" TO DecisionWord
                   ADD 1 TO RevokedCount
               WHEN "S"
                   MOVE "SUSPENDED" TO DecisionWord
               WHEN OTHER
                   MOVE "PENDING" TO DecisionWord
           END-EVALUATE
           MOVE RegSortOperatorId TO DetailOperatorId
           MOVE RegSortProgramName TO DetailProgramName
           MOVE DecisionWord TO DetailDecision
           MOVE RegSortDecidedBy TO DetailDecidedBy
           MOVE RegSortDecisionDate TO DetailDecisionDate
           MOVE RegSortDecisionTime TO DetailDecisionTime
           MOVE RegisterDetailLine TO ReportLineText
           PERFORM 6900-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * A new quarter: every pair on OPERAUTH.DAT becomes a pending
      * line under the operator's supervisor, sorted by supervisor
      * so each one's list reads straight through.
      *----------------------------------------------------------------
       4000-OPEN-CYCLE.
           PERFORM 1200-COMPUTE-DEADLINE
           PERFORM 4100-LOAD-SUPERVISORS
           MOVE CurrentCycleId TO CycleId
           SET CycleOpen TO TRUE
           MOVE AuditOperatorId TO CycleDecidedBy
           MOVE RunDate TO CycleDecisionDate
           MOVE RunTime TO CycleDecisionTime
           MOVE DeadlineDate TO CycleDeadlineDate
           MOVE ZEROS TO RegisterCount
           MOVE ZEROS TO LinesListedCount
           MOVE ZEROS TO SupervisorBlockCount
           MOVE SPACES TO RecertReportFileName
           STRING "RCRTLIST." DELIMITED BY SIZE
                  RunDate DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO RecertReportFileName
           END-STRING
           MOVE ZEROS TO ReportLineCount
           OPEN OUTPUT RecertReportFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "RECERT" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO ReportLineText
           STRING "ACCESS RECERTIFICATION - CYCLE " DELIMITED BY SIZE
                  CycleId DELIMITED BY SIZE
                  " - DECIDE IN RECERTIFY BY "
                      DELIMITED BY SIZE
                  DeadlineDate DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE "LINES NOT CONFIRMED BY THEN ARE SUSPENDED"
               TO ReportLineText
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE "Y" TO FirstBlockSwitch
           SORT ListSortFile
               ON ASCENDING KEY ListSortSupervisorId
                   ListSortOperatorId ListSortProgramName
               INPUT PROCEDURE IS 4200-RELEASE-AUTH-PAIRS
               OUTPUT PROCEDURE IS 4300-WRITE-SUPERVISOR-LISTS
           MOVE SPACES TO ReportLineText
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE SPACES TO ReportLineText
           STRING "LINES " DELIMITED BY SIZE
                  LinesListedCount DELIMITED BY SIZE
                  " SUPERVISORS " DELIMITED BY SIZE
                  SupervisorBlockCount DELIMITED BY SIZE
                  " NO SUPERVISOR " DELIMITED BY SIZE
                  UnassignedLineCount DELIMITED BY SIZE
               INTO ReportLineText
           END-STRING
           PERFORM 6900-WRITE-REPORT-LINE
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount TO TrailerRecordCount
           MOVE LinesListedCount TO TrailerControlTotal
           MOVE UnassignedLineCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE RecertReportFile
           IF RegisterOverflowed
               SET RecertRunFailed TO TRUE
               DISPLAY "*** More authorization pairs than the "
                       "register holds - cycle not opened ***"
           ELSE
               PERFORM 5000-REWRITE-REGISTER
               MOVE "RECRTLST" TO GenReportName
               MOVE RecertReportFileName TO GenFileName
               MOVE ReportLineCount TO GenRecordCount
               MOVE LinesListedCount TO GenControlTotal
               CALL "GENCATLG" USING GenReportName GenFileName
                   GenProgramName RunDate GenRecordCount
                   GenControlTotal
               MOVE "RECERT-OPEN" TO AuditFieldName
               MOVE SPACES TO AuditValueEntered
               STRING CycleId DELIMITED BY SIZE
                      " LINES " DELIMITED BY SIZE
                      LinesListedCount DELIMITED BY SIZE
                      " DUE " DELIMITED BY SIZE
                      DeadlineDate DELIMITED BY SIZE
                   INTO AuditValueEntered
               END-STRING
               CALL "AUDITLOG" USING AuditOperatorId
                   AuditProgramName AuditFieldName
                   AuditValueEntered
               DISPLAY "Cycle " CycleId " opened - "
                       LinesListedCount " line(s) due by "
                       DeadlineDate
               IF UnassignedLineCount > ZERO
                   SET RecertWarning TO TRUE
                   DISPLAY "*** " UnassignedLineCount " line(s) "
                           "have no supervisor on OPERSUPV.DAT ***"
               END-IF
           END-IF.

       4100-LOAD-SUPERVISORS.
           MOVE ZEROS TO SupervisorCount
           OPEN INPUT SupervisorFile
           IF SupervisorFileOK
               PERFORM 4110-READ-SUPERVISOR-RECORD
               PERFORM 4120-STORE-SUPERVISOR-RECORD
                   UNTIL EndOfSupervisor
               CLOSE SupervisorFile
           END-IF.

       4110-READ-SUPERVISOR-RECORD.
           READ SupervisorFile
               AT END SET EndOfSupervisor TO TRUE
           END-READ.

       4120-STORE-SUPERVISOR-RECORD.
           IF SupervisorCount < 200
               ADD 1 TO SupervisorCount
               MOVE SupvOperatorId
                   TO TableSupvOperator (SupervisorCount)
               MOVE SupvSupervisorId
                   TO TableSupvSupervisor (SupervisorCount)
           END-IF
           PERFORM 4110-READ-SUPERVISOR-RECORD.

       4200-RELEASE-AUTH-PAIRS.
           MOVE "N" TO OperatorAuthEndSwitch
           OPEN INPUT OperatorAuthFile
           IF OperatorAuthFileOK
               PERFORM 3110-READ-AUTH-RECORD
               PERFORM 4210-RELEASE-ONE-PAIR UNTIL EndOfOperatorAuth
               CLOSE OperatorAuthFile
           ELSE
               DISPLAY "*** Authorization file not available - "
                       "the cycle opens with no lines ***"
           END-IF.

       4210-RELEASE-ONE-PAIR.
           MOVE "N" TO SupervisorFoundSwitch
           SET SupvIdx TO 1
           PERFORM 4220-SEARCH-SUPERVISOR
               UNTIL SupervisorFound OR SupvIdx > SupervisorCount
           IF SupervisorFound
               MOVE TableSupvSupervisor (SupvIdx)
                   TO ListSortSupervisorId
           ELSE
               MOVE SPACES TO ListSortSupervisorId
           END-IF
           MOVE AuthOperatorId TO ListSortOperatorId
           MOVE AuthProgramName TO ListSortProgramName
           RELEASE ListSortRecord
           PERFORM 3110-READ-AUTH-RECORD.

       4220-SEARCH-SUPERVISOR.
           IF TableSupvOperator (SupvIdx) = AuthOperatorId
               SET SupervisorFound TO TRUE
           ELSE
               SET SupvIdx UP BY 1
           END-IF.

       4300-WRITE-SUPERVISOR-LISTS.
           MOVE "N" TO ListSortEndSwitch
           PERFORM 4310-WRITE-LIST-LINE UNTIL EndOfListSort.

       4310-WRITE-LIST-LINE.
           RETURN ListSortFile
               AT END
                   SET EndOfListSort TO TRUE
               NOT AT END
                   IF FirstBlock
                       OR ListSortSupervisorId NOT = CurrentSupervisorId
                       MOVE "N" TO FirstBlockSwitch
                       MOVE ListSortSupervisorId TO CurrentSupervisorId
                       PERFORM 4320-WRITE-LIST-HEADING
                   END-IF
                   ADD 1 TO LinesListedCount
                   IF ListSortSupervisorId = SPACES
                       ADD 1 TO UnassignedLineCount
                   END-IF
                   MOVE SPACES TO ReportLineText
                   MOVE ListSortOperatorId TO ReportLineText (3:10)
                   MOVE ListSortProgramName TO ReportLineText (14:8)
                   PERFORM 6900-WRITE-REPORT-LINE
                   PERFORM 4330-STORE-PENDING-LINE
           END-RETURN.

       4320-WRITE-LIST-HEADING.
           MOVE SPACES TO ReportLineText
           PERFORM 6900-WRITE-REPORT-LINE
           IF CurrentSupervisorId = SPACES
               MOVE SPACES TO ReportLineText
               STRING "NO SUPERVISOR ON OPERSUPV.DAT - "
                          DELIMITED BY SIZE
                      "ASSIGN ONE IN AUTHMAINT" DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
           ELSE
               ADD 1 TO SupervisorBlockCount
               MOVE SPACES TO ReportLineText
               STRING "SUPERVISOR " DELIMITED BY SIZE
                      CurrentSupervisorId DELIMITED BY SIZE
                   INTO ReportLineText
               END-STRING
           END-IF
           PERFORM 6900-WRITE-REPORT-LINE
           MOVE ListColumnLine TO ReportLineText
           PERFORM 6900-WRITE-REPORT-LINE.

       4330-STORE-PENDING-LINE.
           IF RegisterCount < 1000
               ADD 1 TO RegisterCount
               SET RegIdx TO RegisterCount
               MOVE "L" TO TableRowType (RegIdx)
               MOVE ListSortSupervisorId TO TableSupervisorId (RegIdx)
               MOVE ListSortOperatorId TO TableOperatorId (RegIdx)
               MOVE ListSortProgramName TO TableProgramName (RegIdx)
               SET TableLinePending (RegIdx) TO TRUE
               MOVE SPACES TO TableDecidedBy (RegIdx)
               MOVE ZEROS TO TableDecisionDate (RegIdx)
               MOVE ZEROS TO TableDecisionTime (RegIdx)
           ELSE
               SET RegisterOverflowed TO TRUE
           END-IF.

       5000-REWRITE-REGISTER.
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
           PERFORM 5100-WRITE-REGISTER-ROW
               VARYING RegIdx FROM 1 BY 1
               UNTIL RegIdx > RegisterCount
           CLOSE RecertFile.

       5100-WRITE-REGISTER-ROW.
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

       6900-WRITE-REPORT-LINE.
           WRITE RecertReportRecord
           ADD 1 TO ReportLineCount.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN RecertRunFailed
                   MOVE 8 TO RETURN-CODE
               WHEN RecertWarning
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE "T" TO JobStampMode
           MOVE LinesListedCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM RecertCycle.
