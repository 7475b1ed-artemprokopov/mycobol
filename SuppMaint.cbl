      ******************************************************************
      * Author: Artem Prokopov
      * Date: 17/09/2026
      * Purpose: Supplier master maintenance. Buying ran off the
      *          nightly reorder report and a card file of supplier
      *          addresses, so there was nothing a purchase order
      *          could be raised against. This SIGNON-gated program
      *          adds, changes and deactivates suppliers on
      *          SUPPMSTR.DAT (layout SUPPMSTR.cpy): supplier ID,
      *          name, two address lines, lead time in days and the
      *          payment terms printed on the PO. A supplier is never
      *          deleted - its status byte goes to I, its POs stay on
      *          file, and no new PO is raised against it. Every entry
      *          is validated (non-blank ID, no duplicate, non-blank
      *          name, numeric lead time) and before/after images are
      *          logged through AUDITLOG, the way ProdMaint does it.
      *          Honors training mode (TESTSUPP.DAT) and holds the
      *          SUPPMSTR run lock while the master is open for update.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierMasterFile
               ASSIGN TO DYNAMIC SuppMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupplierMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  SupplierMasterFile
           RECORD CONTAINS 121 CHARACTERS.
           COPY "SUPPMSTR.cpy".
       WORKING-STORAGE SECTION.
       01 SupplierMasterFileStatus PIC XX.
           88 SupplierMasterFileOK VALUE "00".
           88 SupplierMasterFileNew VALUE "35".
       01 SupplierMasterEndSwitch  PIC X VALUE "N".
           88 EndOfSupplierMaster  VALUE "Y".
       01 SupplierTable.
           02 SupplierEntry OCCURS 200 TIMES
               INDEXED BY SupplierIdx.
               03 TableSuppId       PIC X(6).
               03 TableSuppName     PIC X(30).
               03 TableSuppAddress1 PIC X(30).
               03 TableSuppAddress2 PIC X(30).
               03 TableLeadDays     PIC 9(3).
               03 TableTerms        PIC X(15).
               03 TableSuppStatus   PIC X.
       01 SupplierEntryCount       PIC 9(3) VALUE ZEROS.
       01 SupplierOverflowSwitch   PIC X VALUE "N".
           88 SupplierTableOverflowed VALUE "Y".
       01 SupplierFoundSwitch      PIC X.
           88 SupplierFound        VALUE "Y".
       01 MasterChangedSwitch      PIC X VALUE "N".
           88 MasterChanged        VALUE "Y".
       01 MaintActionCode          PIC X.
           88 MaintActionAdd       VALUE "A".
           88 MaintActionChange    VALUE "C".
           88 MaintActionDeact     VALUE "D".
           88 MaintActionList      VALUE "L".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredSupplierId        PIC X(6).
       01 EnteredSuppName          PIC X(30).
       01 EnteredSuppAddress1      PIC X(30).
       01 EnteredSuppAddress2      PIC X(30).
       01 EnteredLeadDaysText      PIC X(3).
       01 EnteredTerms             PIC X(15).
       01 ActionAppliedCount       PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "SUPPMNT".
       01 AuditFieldBefore         PIC X(15) VALUE "BEFORE-IMAGE".
       01 AuditFieldAfter          PIC X(15) VALUE "AFTER-IMAGE".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "SUPPMSTR".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 SuppMasterFileName       PIC X(12)
           VALUE "SUPPMSTR.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTSUPP.DAT" TO SuppMasterFileName
               DISPLAY "***************************************"
               DISPLAY "*   T R A I N I N G   S E S S I O N   *"
               DISPLAY "*   test files in use - no production *"
               DISPLAY "*   data will be touched              *"
               DISPLAY "***************************************"
           END-IF
           CALL "SIGNON" USING AuditProgramName OperatorId
               SignOnResult
           IF SignOnAuthorized
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Supplier master is in use - try "
                           "again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF SupplierMasterFileOK OR SupplierMasterFileNew
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF MasterChanged
                       PERFORM 8000-REWRITE-SUPPLIER-MASTER
                   ELSE
                       DISPLAY "No changes applied"
                   END-IF
               ELSE
                   DISPLAY "*** Supplier master file not available "
                           "- run terminated ***"
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

      *----------------------------------------------------------------
      * A missing supplier master is not an error here - the first
      * supplier added creates the file.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZEROS TO SupplierEntryCount
           OPEN INPUT SupplierMasterFile
           IF SupplierMasterFileOK
               PERFORM 1100-READ-MASTER-RECORD
               PERFORM 1200-STORE-MASTER-RECORD
                   UNTIL EndOfSupplierMaster
               CLOSE SupplierMasterFile
           END-IF.

       1100-READ-MASTER-RECORD.
           READ SupplierMasterFile
               AT END SET EndOfSupplierMaster TO TRUE
           END-READ.

       1200-STORE-MASTER-RECORD.
           IF SupplierEntryCount < 200
               ADD 1 TO SupplierEntryCount
               SET SupplierIdx TO SupplierEntryCount
               MOVE SuppMasterId TO TableSuppId (SupplierIdx)
               MOVE SuppMasterName TO TableSuppName (SupplierIdx)
               MOVE SuppMasterAddress1
                   TO TableSuppAddress1 (SupplierIdx)
               MOVE SuppMasterAddress2
                   TO TableSuppAddress2 (SupplierIdx)
               IF SuppMasterLeadDays NUMERIC
                   MOVE SuppMasterLeadDays
                       TO TableLeadDays (SupplierIdx)
               ELSE
                   MOVE ZEROS TO TableLeadDays (SupplierIdx)
               END-IF
               MOVE SuppMasterTerms TO TableTerms (SupplierIdx)
               IF SuppMasterInactive
                   MOVE "I" TO TableSuppStatus (SupplierIdx)
               ELSE
                   MOVE "A" TO TableSuppStatus (SupplierIdx)
               END-IF
           ELSE
               SET SupplierTableOverflowed TO TRUE
               DISPLAY "*** Supplier table full - record for "
                       SuppMasterId " not loaded ***"
           END-IF
           PERFORM 1100-READ-MASTER-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (A)dd (C)hange (D)eactivate (L)ist "
                   "(Q)uit - " WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionAdd    PERFORM 3000-ADD-SUPPLIER
               WHEN MaintActionChange PERFORM 4000-CHANGE-SUPPLIER
               WHEN MaintActionDeact  PERFORM 5000-DEACTIVATE-SUPPLIER
               WHEN MaintActionList   PERFORM 6000-LIST-SUPPLIERS
               WHEN MaintActionQuit   SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-SUPPLIER-ID.
           DISPLAY "Enter the supplier ID - " WITH NO ADVANCING
           ACCEPT EnteredSupplierId
           MOVE "N" TO SupplierFoundSwitch
           SET SupplierIdx TO 1
           PERFORM 2110-SEARCH-SUPPLIER-ENTRY
               UNTIL SupplierFound
                  OR SupplierIdx > SupplierEntryCount.

       2110-SEARCH-SUPPLIER-ENTRY.
           IF TableSuppId (SupplierIdx) = EnteredSupplierId
               SET SupplierFound TO TRUE
           ELSE
               SET SupplierIdx UP BY 1
           END-IF.

       3000-ADD-SUPPLIER.
           PERFORM 2100-PROMPT-SUPPLIER-ID
           EVALUATE TRUE
               WHEN EnteredSupplierId = SPACES
                   DISPLAY "*** Supplier ID may not be blank ***"
               WHEN SupplierFound
                   DISPLAY "*** Supplier ID already on master ***"
               WHEN SupplierEntryCount >= 200
                   DISPLAY "*** Supplier master is full ***"
               WHEN OTHER
                   DISPLAY "Enter the supplier name - "
                           WITH NO ADVANCING
                   ACCEPT EnteredSuppName
                   DISPLAY "Enter the lead time in days (999) - "
                           WITH NO ADVANCING
                   ACCEPT EnteredLeadDaysText
                   EVALUATE TRUE
                       WHEN EnteredSuppName = SPACES
                           DISPLAY "*** Supplier name may not be "
                                   "blank ***"
                       WHEN EnteredLeadDaysText NOT NUMERIC
                           DISPLAY "*** Lead time must be three "
                                   "digits ***"
                       WHEN OTHER
                           PERFORM 3100-STORE-NEW-SUPPLIER
                   END-EVALUATE
           END-EVALUATE.

       3100-STORE-NEW-SUPPLIER.
           DISPLAY "Enter address line 1 - " WITH NO ADVANCING
           ACCEPT EnteredSuppAddress1
           DISPLAY "Enter address line 2 - " WITH NO ADVANCING
           ACCEPT EnteredSuppAddress2
           DISPLAY "Enter the payment terms (e.g. NET 30) - "
                   WITH NO ADVANCING
           ACCEPT EnteredTerms
           ADD 1 TO SupplierEntryCount
           SET SupplierIdx TO SupplierEntryCount
           MOVE EnteredSupplierId   TO TableSuppId (SupplierIdx)
           MOVE EnteredSuppName     TO TableSuppName (SupplierIdx)
           MOVE EnteredSuppAddress1 TO TableSuppAddress1 (SupplierIdx)
           MOVE EnteredSuppAddress2 TO TableSuppAddress2 (SupplierIdx)
           MOVE EnteredLeadDaysText TO TableLeadDays (SupplierIdx)
           MOVE EnteredTerms        TO TableTerms (SupplierIdx)
           MOVE "A" TO TableSuppStatus (SupplierIdx)
           MOVE "ADDED" TO AuditValueEntered
           MOVE AuditFieldBefore TO AuditFieldName
           PERFORM 8900-CALL-AUDITLOG
           PERFORM 7000-LOG-AFTER-IMAGE
           SET MasterChanged TO TRUE
           ADD 1 TO ActionAppliedCount
           DISPLAY "Supplier " EnteredSupplierId " added".

       4000-CHANGE-SUPPLIER.
           PERFORM 2100-PROMPT-SUPPLIER-ID
           IF SupplierFound
               PERFORM 7100-LOG-BEFORE-IMAGE
               DISPLAY "Supplier: " TableSuppName (SupplierIdx)
                       " lead " TableLeadDays (SupplierIdx)
                       " terms " TableTerms (SupplierIdx)
                       " status " TableSuppStatus (SupplierIdx)
               DISPLAY "Enter the new name (blank = keep) - "
                       WITH NO ADVANCING
               ACCEPT EnteredSuppName
               IF EnteredSuppName NOT = SPACES
                   MOVE EnteredSuppName TO TableSuppName (SupplierIdx)
               END-IF
               DISPLAY "Enter address line 1 (blank = keep) - "
                       WITH NO ADVANCING
               ACCEPT EnteredSuppAddress1
               IF EnteredSuppAddress1 NOT = SPACES
                   MOVE EnteredSuppAddress1
                       TO TableSuppAddress1 (SupplierIdx)
               END-IF
               DISPLAY "Enter address line 2 (blank = keep) - "
                       WITH NO ADVANCING
               ACCEPT EnteredSuppAddress2
               IF EnteredSuppAddress2 NOT = SPACES
                   MOVE EnteredSuppAddress2
                       TO TableSuppAddress2 (SupplierIdx)
               END-IF
               DISPLAY "Enter the lead time in days (blank = "
                       "keep) - " WITH NO ADVANCING
               ACCEPT EnteredLeadDaysText
               IF EnteredLeadDaysText NOT = SPACES
                   IF EnteredLeadDaysText NUMERIC
                       MOVE EnteredLeadDaysText
                           TO TableLeadDays (SupplierIdx)
                   ELSE
                       DISPLAY "*** Lead time must be three digits "
                               "- left unchanged ***"
                   END-IF
               END-IF
               DISPLAY "Enter the payment terms (blank = keep) - "
                       WITH NO ADVANCING
               ACCEPT EnteredTerms
               IF EnteredTerms NOT = SPACES
                   MOVE EnteredTerms TO TableTerms (SupplierIdx)
               END-IF
               PERFORM 7000-LOG-AFTER-IMAGE
               SET MasterChanged TO TRUE
               ADD 1 TO ActionAppliedCount
           ELSE
               DISPLAY "*** Supplier ID not on master ***"
           END-IF.

       5000-DEACTIVATE-SUPPLIER.
           PERFORM 2100-PROMPT-SUPPLIER-ID
           IF SupplierFound
               PERFORM 7100-LOG-BEFORE-IMAGE
               MOVE "I" TO TableSuppStatus (SupplierIdx)
               PERFORM 7000-LOG-AFTER-IMAGE
               SET MasterChanged TO TRUE
               ADD 1 TO ActionAppliedCount
               DISPLAY "Supplier " EnteredSupplierId " deactivated"
           ELSE
               DISPLAY "*** Supplier ID not on master ***"
           END-IF.

       6000-LIST-SUPPLIERS.
           DISPLAY "ID     NAME                           LEAD "
                   "TERMS           ST"
           PERFORM 6100-LIST-ONE-SUPPLIER
               VARYING SupplierIdx FROM 1 BY 1
               UNTIL SupplierIdx > SupplierEntryCount
           DISPLAY SupplierEntryCount " supplier(s) on file".

       6100-LIST-ONE-SUPPLIER.
           DISPLAY TableSuppId (SupplierIdx) " "
                   TableSuppName (SupplierIdx) " "
                   TableLeadDays (SupplierIdx) "  "
                   TableTerms (SupplierIdx) " "
                   TableSuppStatus (SupplierIdx).

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
           STRING TableSuppId (SupplierIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableLeadDays (SupplierIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableSuppStatus (SupplierIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableSuppName (SupplierIdx) (1:17)
                      DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the master from an overflowed table - the
      * records past the table cap were not loaded, and writing the
      * table back would delete those suppliers.
      *----------------------------------------------------------------
       8000-REWRITE-SUPPLIER-MASTER.
           IF SupplierTableOverflowed
               DISPLAY "*** Supplier master has more records than "
                       "the table holds - changes NOT written "
                       "back ***"
           ELSE
               OPEN OUTPUT SupplierMasterFile
               PERFORM 8100-WRITE-MASTER-ENTRY
                   VARYING SupplierIdx FROM 1 BY 1
                   UNTIL SupplierIdx > SupplierEntryCount
               CLOSE SupplierMasterFile
               DISPLAY "Supplier master rewritten - "
                       ActionAppliedCount " action(s) applied"
           END-IF.

       8100-WRITE-MASTER-ENTRY.
           INITIALIZE SupplierMasterRecord
           MOVE TableSuppId (SupplierIdx) TO SuppMasterId
           MOVE TableSuppName (SupplierIdx) TO SuppMasterName
           MOVE TableSuppAddress1 (SupplierIdx) TO SuppMasterAddress1
           MOVE TableSuppAddress2 (SupplierIdx) TO SuppMasterAddress2
           MOVE TableLeadDays (SupplierIdx) TO SuppMasterLeadDays
           MOVE TableTerms (SupplierIdx) TO SuppMasterTerms
           MOVE TableSuppStatus (SupplierIdx) TO SuppMasterStatus
           WRITE SupplierMasterRecord.
       END PROGRAM SuppMaint.
