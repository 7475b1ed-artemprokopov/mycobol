      ******************************************************************
      * Author: Artem Prokopov
      * Date: 06/10/2026
      * Purpose: Salesperson master maintenance in the GlChartMaint
      *          mold. SLSPMSTR.DAT (layout SLSPMSTR.cpy) holds the
      *          salespersons customers are assigned to in CustMaint
      *          and the commission rate table CommCalc pays each one
      *          from. This SIGNON-gated program, open only to
      *          operators authorized for SLSPMSTR, adds salespersons
      *          (non-blank ID, no duplicates, a name, the payroll ID
      *          and the rate table), changes a salesperson's name,
      *          payroll ID or rate table, and deactivates or
      *          reactivates one - a salesperson is never deleted,
      *          since commission history stays keyed to the ID. A
      *          rate table is up to four tiers: the first starts at
      *          zero, each later tier at a higher month's collected
      *          cash, every rate under 100 percent. Before/after
      *          images go to AUDITLOG under the operator's signed-on
      *          ID, and every rate-table change is logged tier by
      *          tier. The master is loaded to a table, rewritten
      *          when anything changed, and a missing master starts
      *          empty so the first salespersons can be keyed. Honors
      *          training mode (TESTSLSP.DAT) and holds the SLSPMSTR
      *          run lock while it works.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SlspMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalespersonFile
               ASSIGN TO DYNAMIC SalespersonFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalespersonFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  SalespersonFile
           RECORD CONTAINS 96 CHARACTERS.
           COPY "SLSPMSTR.cpy".
       WORKING-STORAGE SECTION.
       01 SalespersonFileStatus    PIC XX.
           88 SalespersonFileOK    VALUE "00".
           88 SalespersonFileNew   VALUE "35".
       01 SalespersonEndSwitch     PIC X VALUE "N".
           88 EndOfSalespersons    VALUE "Y".
       01 SalespersonTable.
           02 SalespersonEntry OCCURS 200 TIMES
               INDEXED BY SalespersonIdx.
               03 TableSlspId       PIC X(4).
               03 TableSlspName     PIC X(20).
               03 TableSlspStatus   PIC X.
               03 TablePayrollId    PIC X(8).
               03 TableRateTier OCCURS 4 TIMES.
                   04 TableTierFrom PIC 9(7)V99.
                   04 TableTierRate PIC 99V99.
       01 SalespersonEntryCount    PIC 9(3) VALUE ZEROS.
       01 SalespersonOverflowSwitch PIC X VALUE "N".
           88 SalespersonTableOverflowed VALUE "Y".
       01 SalespersonFoundSwitch   PIC X.
           88 SalespersonFound     VALUE "Y".
       01 MasterUsableSwitch       PIC X VALUE "N".
           88 MasterUsable         VALUE "Y".
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
       01 EnteredSalespersonId     PIC X(4).
       01 EnteredSlspName          PIC X(20).
       01 EnteredPayrollId         PIC X(8).
       01 EnteredRateAnswer        PIC X.
           88 EnteredRateChangeYes VALUE "Y" "y".
      *----------------------------------------------------------------
      * The rate table as keyed, checked whole before any of it goes
      * on the master.
      *----------------------------------------------------------------
       01 EnteredRateTable.
           02 EnteredRateTier OCCURS 4 TIMES.
               03 EnteredTierFrom   PIC 9(7)V99.
               03 EnteredTierRate   PIC 99V99.
       01 EnteredTierFromText      PIC X(9).
       01 EnteredTierFromAmount REDEFINES EnteredTierFromText
                                   PIC 9(7)V99.
       01 EnteredTierRateText      PIC X(4).
       01 EnteredTierRatePercent REDEFINES EnteredTierRateText
                                   PIC 99V99.
       01 TierIdx                  PIC 9.
       01 TierCount                PIC 9.
       01 TierDoneSwitch           PIC X.
           88 TierEntryDone        VALUE "Y".
       01 RateTableValidSwitch     PIC X.
           88 RateTableValid       VALUE "Y".
       01 TierFromEdit             PIC Z(6)9.99.
       01 TierRateEdit             PIC Z9.99.
       01 ActionAppliedCount       PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 SlspMaintAuthorized  VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "SLSPMSTR".
       01 AuditFieldBefore         PIC X(15) VALUE "BEFORE-IMAGE".
       01 AuditFieldAfter          PIC X(15) VALUE "AFTER-IMAGE".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "SLSPMSTR".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 SalespersonFileName      PIC X(12)
           VALUE "SLSPMSTR.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTSLSP.DAT" TO SalespersonFileName
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
               IF NOT SlspMaintAuthorized
                   DISPLAY "*** You are not authorized to maintain "
                           "the salesperson master ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Salesperson master is in use - try "
                           "again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-LOAD-SALESPERSONS
               IF MasterUsable
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF MasterChanged
                       PERFORM 8000-REWRITE-SALESPERSONS
                   ELSE
                       DISPLAY "No changes applied"
                   END-IF
               ELSE
                   DISPLAY "*** Salesperson master not available - "
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

       1000-LOAD-SALESPERSONS.
           MOVE ZEROS TO SalespersonEntryCount
           OPEN INPUT SalespersonFile
           EVALUATE TRUE
               WHEN SalespersonFileOK
                   SET MasterUsable TO TRUE
                   PERFORM 1100-READ-SALESPERSON-RECORD
                   PERFORM 1200-STORE-SALESPERSON-RECORD
                       UNTIL EndOfSalespersons
                   CLOSE SalespersonFile
               WHEN SalespersonFileNew
                   SET MasterUsable TO TRUE
                   DISPLAY "Salesperson master is empty - starting "
                           "a new master"
           END-EVALUATE.

       1100-READ-SALESPERSON-RECORD.
           READ SalespersonFile
               AT END SET EndOfSalespersons TO TRUE
           END-READ.

       1200-STORE-SALESPERSON-RECORD.
           IF SalespersonEntryCount < 200
               ADD 1 TO SalespersonEntryCount
               SET SalespersonIdx TO SalespersonEntryCount
               MOVE SlspId TO TableSlspId (SalespersonIdx)
               MOVE SlspName TO TableSlspName (SalespersonIdx)
               IF SlspInactive
                   MOVE "I" TO TableSlspStatus (SalespersonIdx)
               ELSE
                   MOVE "A" TO TableSlspStatus (SalespersonIdx)
               END-IF
               MOVE SlspPayrollId TO TablePayrollId (SalespersonIdx)
               PERFORM 1210-STORE-RATE-TIER
                   VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4
           ELSE
               SET SalespersonTableOverflowed TO TRUE
               DISPLAY "*** Salesperson table full - record for "
                       SlspId " not loaded ***"
           END-IF
           PERFORM 1100-READ-SALESPERSON-RECORD.

       1210-STORE-RATE-TIER.
           IF SlspTierFrom (TierIdx) NUMERIC
               AND SlspTierRate (TierIdx) NUMERIC
               MOVE SlspTierFrom (TierIdx)
                   TO TableTierFrom (SalespersonIdx TierIdx)
               MOVE SlspTierRate (TierIdx)
                   TO TableTierRate (SalespersonIdx TierIdx)
           ELSE
               MOVE ZEROS TO TableTierFrom (SalespersonIdx TierIdx)
               MOVE ZEROS TO TableTierRate (SalespersonIdx TierIdx)
           END-IF.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (A)dd (C)hange (D)eactivate "
                   "(R)eactivate (L)ist (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionAdd     PERFORM 3000-ADD-SALESPERSON
               WHEN MaintActionChange  PERFORM 4000-CHANGE-SALESPERSON
               WHEN MaintActionDeactivate
                   PERFORM 4500-DEACTIVATE-SALESPERSON
               WHEN MaintActionReactivate
                   PERFORM 4600-REACTIVATE-SALESPERSON
               WHEN MaintActionList    PERFORM 5000-LIST-SALESPERSONS
               WHEN MaintActionQuit    SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-SALESPERSON-ID.
           DISPLAY "Enter the salesperson ID - " WITH NO ADVANCING
           ACCEPT EnteredSalespersonId
           MOVE "N" TO SalespersonFoundSwitch
           SET SalespersonIdx TO 1
           PERFORM 2110-SEARCH-SALESPERSON-ENTRY
               UNTIL SalespersonFound
                  OR SalespersonIdx > SalespersonEntryCount.

       2110-SEARCH-SALESPERSON-ENTRY.
           IF TableSlspId (SalespersonIdx) = EnteredSalespersonId
               SET SalespersonFound TO TRUE
           ELSE
               SET SalespersonIdx UP BY 1
           END-IF.

       2200-PROMPT-NAME.
           DISPLAY "Enter the name - " WITH NO ADVANCING
           ACCEPT EnteredSlspName.

       2300-PROMPT-PAYROLL-ID.
           DISPLAY "Enter the payroll ID - " WITH NO ADVANCING
           ACCEPT EnteredPayrollId.

      *----------------------------------------------------------------
      * Tier 1 starts at zero and only its rate is asked for. Each
      * later tier is asked for until a blank starting amount ends
      * the table; the tiers not keyed are left unused.
      *----------------------------------------------------------------
       2400-PROMPT-RATE-TABLE.
           MOVE ZEROS TO EnteredRateTable
           MOVE "Y" TO RateTableValidSwitch
           MOVE "N" TO TierDoneSwitch
           MOVE ZERO TO TierCount
           PERFORM 2410-PROMPT-RATE-TIER
               VARYING TierIdx FROM 1 BY 1
               UNTIL TierIdx > 4 OR TierEntryDone
                  OR NOT RateTableValid.

       2410-PROMPT-RATE-TIER.
           IF TierIdx > 1
               DISPLAY "Tier " TierIdx " starts at collections of "
                       "(9 digits - seven then two decimals, blank = "
                       "no more tiers) - " WITH NO ADVANCING
               ACCEPT EnteredTierFromText
           ELSE
               MOVE ZEROS TO EnteredTierFromText
           END-IF
           EVALUATE TRUE
               WHEN EnteredTierFromText = SPACES
                   SET TierEntryDone TO TRUE
               WHEN EnteredTierFromText NOT NUMERIC
                   MOVE "N" TO RateTableValidSwitch
                   DISPLAY "*** Starting amount must be nine "
                           "digits ***"
               WHEN OTHER
                   MOVE EnteredTierFromAmount
                       TO EnteredTierFrom (TierIdx)
                   PERFORM 2420-PROMPT-TIER-RATE
           END-EVALUATE.

       2420-PROMPT-TIER-RATE.
           IF TierIdx > 1
               AND EnteredTierFrom (TierIdx)
                   NOT > EnteredTierFrom (TierIdx - 1)
               MOVE "N" TO RateTableValidSwitch
               DISPLAY "*** Each tier must start above the one "
                       "before it ***"
           ELSE
               DISPLAY "Tier " TierIdx " commission rate (4 digits - "
                       "two then two decimals) - " WITH NO ADVANCING
               ACCEPT EnteredTierRateText
               IF EnteredTierRateText NUMERIC
                   MOVE EnteredTierRatePercent
                       TO EnteredTierRate (TierIdx)
                   MOVE TierIdx TO TierCount
               ELSE
                   MOVE "N" TO RateTableValidSwitch
                   DISPLAY "*** Rate must be four digits ***"
               END-IF
           END-IF.

       2500-APPLY-RATE-TABLE.
           PERFORM 2510-APPLY-RATE-TIER
               VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4.

       2510-APPLY-RATE-TIER.
           IF EnteredTierFrom (TierIdx)
                   NOT = TableTierFrom (SalespersonIdx TierIdx)
               OR EnteredTierRate (TierIdx)
                   NOT = TableTierRate (SalespersonIdx TierIdx)
               MOVE EnteredTierFrom (TierIdx)
                   TO TableTierFrom (SalespersonIdx TierIdx)
               MOVE EnteredTierRate (TierIdx)
                   TO TableTierRate (SalespersonIdx TierIdx)
               PERFORM 7200-LOG-RATE-TIER
           END-IF.

       3000-ADD-SALESPERSON.
           PERFORM 2100-PROMPT-SALESPERSON-ID
           EVALUATE TRUE
               WHEN EnteredSalespersonId = SPACES
                   DISPLAY "*** Salesperson ID may not be blank ***"
               WHEN SalespersonFound
                   DISPLAY "*** Salesperson ID already on the "
                           "master ***"
               WHEN SalespersonEntryCount >= 200
                   DISPLAY "*** Salesperson master is full ***"
               WHEN OTHER
                   PERFORM 3100-PROMPT-NEW-SALESPERSON
           END-EVALUATE.

       3100-PROMPT-NEW-SALESPERSON.
           PERFORM 2200-PROMPT-NAME
           PERFORM 2300-PROMPT-PAYROLL-ID
           PERFORM 2400-PROMPT-RATE-TABLE
           EVALUATE TRUE
               WHEN EnteredSlspName = SPACES
                   DISPLAY "*** Name may not be blank ***"
               WHEN EnteredPayrollId = SPACES
                   DISPLAY "*** Payroll ID may not be blank ***"
               WHEN NOT RateTableValid OR TierCount = ZERO
                   DISPLAY "*** Rate table not complete - "
                           "salesperson not added ***"
               WHEN OTHER
                   ADD 1 TO SalespersonEntryCount
                   SET SalespersonIdx TO SalespersonEntryCount
                   MOVE EnteredSalespersonId
                       TO TableSlspId (SalespersonIdx)
                   MOVE EnteredSlspName
                       TO TableSlspName (SalespersonIdx)
                   MOVE "A" TO TableSlspStatus (SalespersonIdx)
                   MOVE EnteredPayrollId
                       TO TablePayrollId (SalespersonIdx)
                   MOVE ZEROS TO TableRateTier (SalespersonIdx 1)
                   MOVE ZEROS TO TableRateTier (SalespersonIdx 2)
                   MOVE ZEROS TO TableRateTier (SalespersonIdx 3)
                   MOVE ZEROS TO TableRateTier (SalespersonIdx 4)
                   MOVE "ADDED" TO AuditValueEntered
                   MOVE AuditFieldBefore TO AuditFieldName
                   PERFORM 8900-CALL-AUDITLOG
                   PERFORM 2500-APPLY-RATE-TABLE
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
                   DISPLAY "Salesperson " EnteredSalespersonId
                           " added"
           END-EVALUATE.

      *----------------------------------------------------------------
      * A blank name or payroll ID keeps what is on file; the rate
      * table is only re-keyed when asked for, and a table that does
      * not check out leaves the one on file as it is.
      *----------------------------------------------------------------
       4000-CHANGE-SALESPERSON.
           PERFORM 2100-PROMPT-SALESPERSON-ID
           IF SalespersonFound
               PERFORM 5100-LIST-ONE-SALESPERSON
               DISPLAY "(blank = keep)"
               PERFORM 2200-PROMPT-NAME
               PERFORM 2300-PROMPT-PAYROLL-ID
               DISPLAY "Re-key the rate table (Y/N) - "
                   WITH NO ADVANCING
               ACCEPT EnteredRateAnswer
               IF EnteredRateChangeYes
                   PERFORM 2400-PROMPT-RATE-TABLE
               END-IF
               IF EnteredRateChangeYes
                   AND (NOT RateTableValid OR TierCount = ZERO)
                   DISPLAY "*** Rate table not complete - nothing "
                           "changed ***"
               ELSE
                   PERFORM 7100-LOG-BEFORE-IMAGE
                   IF EnteredSlspName NOT = SPACES
                       MOVE EnteredSlspName
                           TO TableSlspName (SalespersonIdx)
                   END-IF
                   IF EnteredPayrollId NOT = SPACES
                       MOVE EnteredPayrollId
                           TO TablePayrollId (SalespersonIdx)
                   END-IF
                   IF EnteredRateChangeYes
                       PERFORM 2500-APPLY-RATE-TABLE
                   END-IF
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
               END-IF
           ELSE
               DISPLAY "*** Salesperson ID not on the master ***"
           END-IF.

      *----------------------------------------------------------------
      * An inactive salesperson can take no new customers, but is
      * still paid on cash collected from the customers already
      * assigned until they are moved.
      *----------------------------------------------------------------
       4500-DEACTIVATE-SALESPERSON.
           PERFORM 2100-PROMPT-SALESPERSON-ID
           EVALUATE TRUE
               WHEN NOT SalespersonFound
                   DISPLAY "*** Salesperson ID not on the master ***"
               WHEN TableSlspStatus (SalespersonIdx) = "I"
                   DISPLAY "*** Salesperson is already inactive ***"
               WHEN OTHER
                   PERFORM 7100-LOG-BEFORE-IMAGE
                   MOVE "I" TO TableSlspStatus (SalespersonIdx)
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
           END-EVALUATE.

       4600-REACTIVATE-SALESPERSON.
           PERFORM 2100-PROMPT-SALESPERSON-ID
           EVALUATE TRUE
               WHEN NOT SalespersonFound
                   DISPLAY "*** Salesperson ID not on the master ***"
               WHEN TableSlspStatus (SalespersonIdx) = "A"
                   DISPLAY "*** Salesperson is already active ***"
               WHEN OTHER
                   PERFORM 7100-LOG-BEFORE-IMAGE
                   MOVE "A" TO TableSlspStatus (SalespersonIdx)
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
           END-EVALUATE.

       5000-LIST-SALESPERSONS.
           DISPLAY "ID   NAME                 S PAYROLL  RATE TABLE"
           PERFORM 5100-LIST-ONE-SALESPERSON
               VARYING SalespersonIdx FROM 1 BY 1
               UNTIL SalespersonIdx > SalespersonEntryCount.

       5100-LIST-ONE-SALESPERSON.
           DISPLAY TableSlspId (SalespersonIdx) " "
                   TableSlspName (SalespersonIdx) " "
                   TableSlspStatus (SalespersonIdx) " "
                   TablePayrollId (SalespersonIdx)
           PERFORM 5110-LIST-ONE-TIER
               VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4.

       5110-LIST-ONE-TIER.
           IF TierIdx = 1
               OR TableTierFrom (SalespersonIdx TierIdx) > ZERO
               MOVE TableTierFrom (SalespersonIdx TierIdx)
                   TO TierFromEdit
               MOVE TableTierRate (SalespersonIdx TierIdx)
                   TO TierRateEdit
               DISPLAY "        tier " TierIdx " from " TierFromEdit
                       " rate " TierRateEdit "%"
           END-IF.

       7100-LOG-BEFORE-IMAGE.
           PERFORM 7500-BUILD-RECORD-IMAGE
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7000-LOG-AFTER-IMAGE.
           PERFORM 7500-BUILD-RECORD-IMAGE
           MOVE AuditFieldAfter TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7200-LOG-RATE-TIER.
           MOVE "RATE-TIER" TO AuditFieldName
           MOVE TableTierFrom (SalespersonIdx TierIdx) TO TierFromEdit
           MOVE TableTierRate (SalespersonIdx TierIdx) TO TierRateEdit
           MOVE SPACES TO AuditValueEntered
           STRING TableSlspId (SalespersonIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TierIdx DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TierFromEdit DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TierRateEdit DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           PERFORM 8900-CALL-AUDITLOG.

       7500-BUILD-RECORD-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING TableSlspId (SalespersonIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableSlspStatus (SalespersonIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TablePayrollId (SalespersonIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableSlspName (SalespersonIdx) (1:14)
                      DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the master from an overflowed table - the
      * records past the table cap were not loaded, and writing the
      * table back would delete those salespersons.
      *----------------------------------------------------------------
       8000-REWRITE-SALESPERSONS.
           IF SalespersonTableOverflowed
               DISPLAY "*** Salesperson master has more records than "
                       "the table holds - changes NOT written "
                       "back ***"
           ELSE
               OPEN OUTPUT SalespersonFile
               PERFORM 8100-WRITE-SALESPERSON-ENTRY
                   VARYING SalespersonIdx FROM 1 BY 1
                   UNTIL SalespersonIdx > SalespersonEntryCount
               CLOSE SalespersonFile
               DISPLAY "Salesperson master rewritten - "
                       ActionAppliedCount " action(s) applied"
           END-IF.

       8100-WRITE-SALESPERSON-ENTRY.
           INITIALIZE SalespersonRecord
           MOVE TableSlspId (SalespersonIdx) TO SlspId
           MOVE TableSlspName (SalespersonIdx) TO SlspName
           MOVE TableSlspStatus (SalespersonIdx) TO SlspStatus
           MOVE TablePayrollId (SalespersonIdx) TO SlspPayrollId
           PERFORM 8110-WRITE-RATE-TIER
               VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4
           WRITE SalespersonRecord.

       8110-WRITE-RATE-TIER.
           MOVE TableTierFrom (SalespersonIdx TierIdx)
               TO SlspTierFrom (TierIdx)
           MOVE TableTierRate (SalespersonIdx TierIdx)
               TO SlspTierRate (TierIdx).
       END PROGRAM SlspMaint.
