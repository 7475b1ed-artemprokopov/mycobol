      ******************************************************************
      * Author: Artem Prokopov
      * Date: 11/10/2026
      * Purpose: Department master maintenance in the TpMaint mold.
      *          DEPTMSTR.DAT (layout DEPTMSTR.cpy) is what BIRTHDAY
      *          and BirthDeptReport check every person's department
      *          against, and it was edited by hand - a re-org showed
      *          up in the next BIRTHDAY run as people pointing at a
      *          dead department. This SIGNON-gated program, open
      *          only to operators authorized for DEPTMNT, adds a
      *          department (code, name, manager), changes the name
      *          or manager, deletes one and lists them. A department
      *          that still has active people on the person master
      *          is never deleted as it stands: the operator is
      *          offered a bulk reassignment of those people to a
      *          successor department on file, written straight
      *          through the indexed person master under the
      *          PERSMSTR run lock, and the department goes only
      *          once every one of them has moved. Leavers keep the
      *          department they left from, so the turnover history
      *          stays true. Every department change and every
      *          person moved is logged through AUDITLOG with
      *          before/after images under the operator's signed-on
      *          ID. The department master is loaded to a table and
      *          rewritten when anything changed; a missing file
      *          starts empty. Honors training mode (TESTDEPT.DAT,
      *          TESTPERS.DAT) and holds the DEPTMSTR run lock while
      *          it works.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeptMasterFile
               ASSIGN TO DYNAMIC DeptMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeptMasterFileStatus.
           SELECT PersonMasterFile
               ASSIGN TO DYNAMIC PersMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterPersonID
               FILE STATUS IS PersonMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  DeptMasterFile
           RECORD CONTAINS 52 CHARACTERS.
           COPY "DEPTMSTR.cpy".
       FD  PersonMasterFile
           RECORD CONTAINS 64 CHARACTERS.
           COPY "PERSMSTR.cpy".
       WORKING-STORAGE SECTION.
       01 DeptMasterFileStatus     PIC XX.
           88 DeptMasterFileOK     VALUE "00".
           88 DeptMasterFileNew    VALUE "35".
       01 PersonMasterFileStatus   PIC XX.
           88 PersonMasterFileOK   VALUE "00".
       01 DeptEndSwitch            PIC X VALUE "N".
           88 EndOfDepts           VALUE "Y".
       01 PersonEndSwitch          PIC X VALUE "N".
           88 EndOfPersons         VALUE "Y".
      *----------------------------------------------------------------
      * Fifty departments is what BIRTHDAY and BirthDeptReport load,
      * so no more than that are allowed onto the file.
      *----------------------------------------------------------------
       01 DeptTable.
           02 DeptEntry OCCURS 50 TIMES
               INDEXED BY DeptIdx SuccessorIdx.
               03 TableDeptCode     PIC X(10).
               03 TableDeptName     PIC X(20).
               03 TableDeptManager  PIC X(20).
       01 DeptEntryCount           PIC 99 VALUE ZEROS.
       01 DeptOverflowSwitch       PIC X VALUE "N".
           88 DeptTableOverflowed  VALUE "Y".
       01 DeptFoundSwitch          PIC X.
           88 DeptFound            VALUE "Y".
       01 SuccessorFoundSwitch     PIC X.
           88 SuccessorFound       VALUE "Y".
       01 MasterUsableSwitch       PIC X VALUE "N".
           88 MasterUsable         VALUE "Y".
       01 MasterChangedSwitch      PIC X VALUE "N".
           88 MasterChanged        VALUE "Y".
       01 MaintActionCode          PIC X.
           88 MaintActionAdd       VALUE "A".
           88 MaintActionChange    VALUE "C".
           88 MaintActionDelete    VALUE "D".
           88 MaintActionList      VALUE "L".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredDeptCode          PIC X(10).
       01 EnteredDeptName          PIC X(20).
       01 EnteredDeptManager       PIC X(20).
       01 EnteredSuccessorCode     PIC X(10).
       01 ConfirmAnswer            PIC X.
           88 ConfirmYes           VALUE "Y" "y".
       01 ActivePersonCount        PIC 9(5) VALUE ZEROS.
       01 LeaverPersonCount        PIC 9(5) VALUE ZEROS.
       01 MovedPersonCount         PIC 9(5) VALUE ZEROS.
       01 MoveFailedCount          PIC 9(5) VALUE ZEROS.
       01 ActionAppliedCount       PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 DeptMaintAuthorized  VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "DEPTMNT".
       01 AuditFieldBefore         PIC X(15) VALUE "BEFORE-IMAGE".
       01 AuditFieldAfter          PIC X(15) VALUE "AFTER-IMAGE".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "DEPTMSTR".
       01 PersonLockName           PIC X(12) VALUE "PERSMSTR".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 DeptMasterFileName       PIC X(12)
           VALUE "DEPTMSTR.DAT".
       01 PersMasterFileName       PIC X(12)
           VALUE "PERSMSTR.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTDEPT.DAT" TO DeptMasterFileName
               MOVE "TESTPERS.DAT" TO PersMasterFileName
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
               IF NOT DeptMaintAuthorized
                   DISPLAY "*** You are not authorized to maintain "
                           "the department master ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Department master is in use - "
                           "try again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-LOAD-DEPARTMENTS
               IF MasterUsable
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF MasterChanged
                       PERFORM 8000-REWRITE-DEPARTMENTS
                   ELSE
                       DISPLAY "No changes applied"
                   END-IF
               ELSE
                   DISPLAY "*** Department master not available - "
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

       1000-LOAD-DEPARTMENTS.
           MOVE ZEROS TO DeptEntryCount
           OPEN INPUT DeptMasterFile
           EVALUATE TRUE
               WHEN DeptMasterFileOK
                   SET MasterUsable TO TRUE
                   PERFORM 1100-READ-DEPT-RECORD
                   PERFORM 1200-STORE-DEPT-RECORD
                       UNTIL EndOfDepts
                   CLOSE DeptMasterFile
               WHEN DeptMasterFileNew
                   SET MasterUsable TO TRUE
                   DISPLAY "Department master is empty - starting a "
                           "new file"
           END-EVALUATE.

       1100-READ-DEPT-RECORD.
           READ DeptMasterFile
               AT END SET EndOfDepts TO TRUE
           END-READ.

       1200-STORE-DEPT-RECORD.
           IF DeptEntryCount < 50
               ADD 1 TO DeptEntryCount
               SET DeptIdx TO DeptEntryCount
               MOVE DeptMasterCode    TO TableDeptCode (DeptIdx)
               MOVE DeptMasterName    TO TableDeptName (DeptIdx)
               MOVE DeptMasterManager TO TableDeptManager (DeptIdx)
           ELSE
               SET DeptTableOverflowed TO TRUE
               DISPLAY "*** Department table full - record for "
                       DeptMasterCode " not loaded ***"
           END-IF
           PERFORM 1100-READ-DEPT-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (A)dd (C)hange (D)elete (L)ist (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionAdd     PERFORM 3000-ADD-DEPARTMENT
               WHEN MaintActionChange  PERFORM 4000-CHANGE-DEPARTMENT
               WHEN MaintActionDelete  PERFORM 6000-DELETE-DEPARTMENT
               WHEN MaintActionList    PERFORM 5000-LIST-DEPARTMENTS
               WHEN MaintActionQuit    SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-DEPT-CODE.
           DISPLAY "Enter the department code - " WITH NO ADVANCING
           ACCEPT EnteredDeptCode
           MOVE "N" TO DeptFoundSwitch
           SET DeptIdx TO 1
           PERFORM 2110-SEARCH-DEPT-ENTRY
               UNTIL DeptFound
                  OR DeptIdx > DeptEntryCount.

       2110-SEARCH-DEPT-ENTRY.
           IF TableDeptCode (DeptIdx) = EnteredDeptCode
               SET DeptFound TO TRUE
           ELSE
               SET DeptIdx UP BY 1
           END-IF.

       2200-PROMPT-DEPT-DETAILS.
           DISPLAY "Enter the department name - " WITH NO ADVANCING
           ACCEPT EnteredDeptName
           DISPLAY "Enter the manager - " WITH NO ADVANCING
           ACCEPT EnteredDeptManager.

       3000-ADD-DEPARTMENT.
           PERFORM 2100-PROMPT-DEPT-CODE
           EVALUATE TRUE
               WHEN EnteredDeptCode = SPACES
                   DISPLAY "*** Department code may not be blank ***"
               WHEN DeptFound
                   DISPLAY "*** Department " EnteredDeptCode
                           " already on file ***"
               WHEN DeptEntryCount >= 50
                   DISPLAY "*** Department master is full ***"
               WHEN OTHER
                   PERFORM 3100-PROMPT-NEW-DEPARTMENT
           END-EVALUATE.

       3100-PROMPT-NEW-DEPARTMENT.
           PERFORM 2200-PROMPT-DEPT-DETAILS
           EVALUATE TRUE
               WHEN EnteredDeptName = SPACES
                   DISPLAY "*** Department name may not be blank ***"
               WHEN EnteredDeptManager = SPACES
                   DISPLAY "*** Manager may not be blank ***"
               WHEN OTHER
                   ADD 1 TO DeptEntryCount
                   SET DeptIdx TO DeptEntryCount
                   MOVE EnteredDeptCode    TO TableDeptCode (DeptIdx)
                   MOVE EnteredDeptName    TO TableDeptName (DeptIdx)
                   MOVE EnteredDeptManager
                       TO TableDeptManager (DeptIdx)
                   MOVE "ADDED" TO AuditValueEntered
                   MOVE AuditFieldBefore TO AuditFieldName
                   PERFORM 8900-CALL-AUDITLOG
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
                   DISPLAY "Department " EnteredDeptCode " added"
           END-EVALUATE.

      *----------------------------------------------------------------
      * A blank answer keeps what is on file. The code itself is
      * never changed - a renamed department is a new code plus a
      * delete with reassignment, so the people move with an audit
      * trail.
      *----------------------------------------------------------------
       4000-CHANGE-DEPARTMENT.
           PERFORM 2100-PROMPT-DEPT-CODE
           IF DeptFound
               PERFORM 5100-LIST-ONE-DEPARTMENT
               DISPLAY "(blank = keep)"
               PERFORM 2200-PROMPT-DEPT-DETAILS
               PERFORM 7100-LOG-BEFORE-IMAGE
               IF EnteredDeptName NOT = SPACES
                   MOVE EnteredDeptName TO TableDeptName (DeptIdx)
               END-IF
               IF EnteredDeptManager NOT = SPACES
                   MOVE EnteredDeptManager
                       TO TableDeptManager (DeptIdx)
               END-IF
               PERFORM 7000-LOG-AFTER-IMAGE
               SET MasterChanged TO TRUE
               ADD 1 TO ActionAppliedCount
           ELSE
               DISPLAY "*** Department " EnteredDeptCode
                       " not on file ***"
           END-IF.

       5000-LIST-DEPARTMENTS.
           DISPLAY "CODE       NAME                 MANAGER"
           PERFORM 5100-LIST-ONE-DEPARTMENT
               VARYING DeptIdx FROM 1 BY 1
               UNTIL DeptIdx > DeptEntryCount.

       5100-LIST-ONE-DEPARTMENT.
           DISPLAY TableDeptCode (DeptIdx) " "
                   TableDeptName (DeptIdx) " "
                   TableDeptManager (DeptIdx).

      *----------------------------------------------------------------
      * Delete: the person master is locked and read through for the
      * department's people. With no active people left the
      * department simply goes. Otherwise it stays unless the
      * operator names a successor on file and confirms the move;
      * each active person is then rewritten to the successor, and
      * the department is deleted only if every rewrite took.
      *----------------------------------------------------------------
       6000-DELETE-DEPARTMENT.
           PERFORM 2100-PROMPT-DEPT-CODE
           IF DeptFound
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode PersonLockName
                   AuditProgramName LockResult
               IF LockGranted
                   OPEN I-O PersonMasterFile
                   IF PersonMasterFileOK
                       PERFORM 6100-COUNT-DEPT-PEOPLE
                       PERFORM 6200-DECIDE-DELETE
                       CLOSE PersonMasterFile
                   ELSE
                       DISPLAY "*** Person master not available - "
                               "department not deleted ***"
                   END-IF
                   MOVE "R" TO LockMode
                   CALL "RUNLOCK" USING LockMode PersonLockName
                       AuditProgramName LockResult
               ELSE
                   DISPLAY "*** Person master is in use - try "
                           "again later ***"
               END-IF
           ELSE
               DISPLAY "*** Department " EnteredDeptCode
                       " not on file ***"
           END-IF.

       6100-COUNT-DEPT-PEOPLE.
           MOVE ZEROS TO ActivePersonCount
           MOVE ZEROS TO LeaverPersonCount
           PERFORM 6800-START-PERSON-MASTER
           PERFORM 6110-COUNT-ONE-PERSON
               UNTIL EndOfPersons.

       6110-COUNT-ONE-PERSON.
           IF MasterDepartment = EnteredDeptCode
               IF PersonTerminated
                   ADD 1 TO LeaverPersonCount
               ELSE
                   ADD 1 TO ActivePersonCount
               END-IF
           END-IF
           PERFORM 6810-READ-NEXT-PERSON.

       6200-DECIDE-DELETE.
           IF LeaverPersonCount > ZERO
               DISPLAY LeaverPersonCount " leaver(s) keep "
                       EnteredDeptCode " as the department they "
                       "left from"
           END-IF
           IF ActivePersonCount = ZERO
               DISPLAY "Delete department " EnteredDeptCode
                       " (Y/N) - " WITH NO ADVANCING
               ACCEPT ConfirmAnswer
               IF ConfirmYes
                   PERFORM 6900-REMOVE-DEPT-ENTRY
               ELSE
                   DISPLAY "Department not deleted"
               END-IF
           ELSE
               DISPLAY "*** " ActivePersonCount " active person(s) "
                       "still in " EnteredDeptCode " - the "
                       "department cannot be deleted as it stands ***"
               PERFORM 6300-OFFER-REASSIGNMENT
           END-IF.

       6300-OFFER-REASSIGNMENT.
           DISPLAY "Successor department to move them to "
                   "(blank = cancel) - " WITH NO ADVANCING
           ACCEPT EnteredSuccessorCode
           MOVE "N" TO SuccessorFoundSwitch
           SET SuccessorIdx TO 1
           PERFORM 6310-SEARCH-SUCCESSOR
               UNTIL SuccessorFound
                  OR SuccessorIdx > DeptEntryCount
           EVALUATE TRUE
               WHEN EnteredSuccessorCode = SPACES
                   DISPLAY "Department not deleted"
               WHEN EnteredSuccessorCode = EnteredDeptCode
                   DISPLAY "*** Successor must be a different "
                           "department ***"
               WHEN NOT SuccessorFound
                   DISPLAY "*** Successor " EnteredSuccessorCode
                           " not on file - add it first ***"
               WHEN OTHER
                   DISPLAY "Move " ActivePersonCount " person(s) "
                           "from " EnteredDeptCode " to "
                           EnteredSuccessorCode " and delete "
                           EnteredDeptCode " (Y/N) - "
                           WITH NO ADVANCING
                   ACCEPT ConfirmAnswer
                   IF ConfirmYes
                       PERFORM 6400-REASSIGN-PEOPLE
                   ELSE
                       DISPLAY "Department not deleted"
                   END-IF
           END-EVALUATE.

       6310-SEARCH-SUCCESSOR.
           IF TableDeptCode (SuccessorIdx) = EnteredSuccessorCode
               SET SuccessorFound TO TRUE
           ELSE
               SET SuccessorIdx UP BY 1
           END-IF.

       6400-REASSIGN-PEOPLE.
           MOVE ZEROS TO MovedPersonCount
           MOVE ZEROS TO MoveFailedCount
           PERFORM 6800-START-PERSON-MASTER
           PERFORM 6410-MOVE-ONE-PERSON
               UNTIL EndOfPersons
           DISPLAY MovedPersonCount " person(s) moved to "
                   EnteredSuccessorCode
           IF MoveFailedCount = ZERO
               PERFORM 6900-REMOVE-DEPT-ENTRY
           ELSE
               DISPLAY "*** " MoveFailedCount " person(s) could not "
                       "be moved - department " EnteredDeptCode
                       " kept ***"
           END-IF.

       6410-MOVE-ONE-PERSON.
           IF MasterDepartment = EnteredDeptCode
               AND NOT PersonTerminated
               PERFORM 7600-LOG-PERSON-BEFORE
               MOVE EnteredSuccessorCode TO MasterDepartment
               REWRITE PersonMasterRecord
                   INVALID KEY
                       ADD 1 TO MoveFailedCount
                       DISPLAY "*** Move failed for person ID "
                               MasterPersonID " ***"
                   NOT INVALID KEY
                       PERFORM 7700-LOG-PERSON-AFTER
                       ADD 1 TO MovedPersonCount
               END-REWRITE
           END-IF
           PERFORM 6810-READ-NEXT-PERSON.

       6800-START-PERSON-MASTER.
           MOVE "N" TO PersonEndSwitch
           MOVE LOW-VALUES TO MasterPersonID
           START PersonMasterFile KEY IS GREATER THAN MasterPersonID
               INVALID KEY SET EndOfPersons TO TRUE
           END-START
           IF NOT EndOfPersons
               PERFORM 6810-READ-NEXT-PERSON
           END-IF.

       6810-READ-NEXT-PERSON.
           READ PersonMasterFile NEXT RECORD
               AT END SET EndOfPersons TO TRUE
           END-READ.

       6900-REMOVE-DEPT-ENTRY.
           PERFORM 7100-LOG-BEFORE-IMAGE
           PERFORM 6910-CLOSE-DEPT-GAP
               VARYING SuccessorIdx FROM DeptIdx BY 1
               UNTIL SuccessorIdx >= DeptEntryCount
           SUBTRACT 1 FROM DeptEntryCount
           MOVE "DELETED" TO AuditValueEntered
           MOVE AuditFieldAfter TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG
           SET MasterChanged TO TRUE
           ADD 1 TO ActionAppliedCount
           DISPLAY "Department " EnteredDeptCode " deleted".

       6910-CLOSE-DEPT-GAP.
           MOVE DeptEntry (SuccessorIdx + 1)
               TO DeptEntry (SuccessorIdx).

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
           STRING TableDeptCode (DeptIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableDeptName (DeptIdx) (1:19) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

      *----------------------------------------------------------------
      * A person moved by a reassignment is logged in PersMaint's
      * image format, so the move reads the same in the audit trail
      * as a department change keyed there.
      *----------------------------------------------------------------
       7600-LOG-PERSON-BEFORE.
           PERFORM 7800-BUILD-PERSON-IMAGE
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7700-LOG-PERSON-AFTER.
           PERFORM 7800-BUILD-PERSON-IMAGE
           MOVE AuditFieldAfter TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG.

       7800-BUILD-PERSON-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING MasterPersonID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MasterEmployStatus DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MasterPersonName (1:12) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MasterDepartment (1:4) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the file from an overflowed table - the
      * records past the table cap were not loaded, and writing the
      * table back would delete those departments.
      *----------------------------------------------------------------
       8000-REWRITE-DEPARTMENTS.
           IF DeptTableOverflowed
               DISPLAY "*** Department master has more records than "
                       "the table holds - changes NOT written "
                       "back ***"
           ELSE
               OPEN OUTPUT DeptMasterFile
               PERFORM 8100-WRITE-DEPT-ENTRY
                   VARYING DeptIdx FROM 1 BY 1
                   UNTIL DeptIdx > DeptEntryCount
               CLOSE DeptMasterFile
               DISPLAY "Department master rewritten - "
                       ActionAppliedCount " action(s) applied"
           END-IF.

       8100-WRITE-DEPT-ENTRY.
           INITIALIZE DeptMasterRecord
           MOVE TableDeptCode (DeptIdx)    TO DeptMasterCode
           MOVE TableDeptName (DeptIdx)    TO DeptMasterName
           MOVE TableDeptManager (DeptIdx) TO DeptMasterManager
           WRITE DeptMasterRecord.
       END PROGRAM DeptMaint.
