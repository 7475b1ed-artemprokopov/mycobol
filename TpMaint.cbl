      ******************************************************************
      * Author: Artem Prokopov
      * Date: 09/10/2026
      * Purpose: Trading-partner profile maintenance in the
      *          GlChartMaint mold. TRADPART.DAT (layout TRADPART.cpy)
      *          flags the customers whose invoices go out as data on
      *          the EInvoice interchange instead of on paper. This
      *          SIGNON-gated program, open only to operators
      *          authorized for TRADPART, adds a profile (a customer
      *          on the customer master, not already profiled, with
      *          the partner's receiver ID, the sender ID the partner
      *          knows the shop by, and the invoice method E or P),
      *          changes the IDs or the method, and lists the
      *          profiles. A profile is never deleted - a customer
      *          going back to paper is switched to method P, so the
      *          IDs the transmission log was kept under stay on
      *          file. Before/after images go to AUDITLOG under the
      *          operator's signed-on ID. The file is loaded to a
      *          table, rewritten when anything changed, and a
      *          missing file starts empty. Honors training mode
      *          (TESTTRAD.DAT, checked against TESTCUST.DAT) and
      *          holds the TRADPART run lock while it works.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TpMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TradingPartnerFile
               ASSIGN TO DYNAMIC TradingPartnerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TradingPartnerFileStatus.
           SELECT CustomerMasterFile
               ASSIGN TO DYNAMIC CustomerMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  TradingPartnerFile
           RECORD CONTAINS 40 CHARACTERS.
           COPY "TRADPART.cpy".
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       WORKING-STORAGE SECTION.
       01 TradingPartnerFileStatus PIC XX.
           88 TradingPartnerFileOK VALUE "00".
           88 TradingPartnerFileNew VALUE "35".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 PartnerEndSwitch         PIC X VALUE "N".
           88 EndOfPartners        VALUE "Y".
       01 CustomerEndSwitch        PIC X VALUE "N".
           88 EndOfCustomers       VALUE "Y".
       01 PartnerTable.
           02 PartnerEntry OCCURS 200 TIMES
               INDEXED BY PartnerIdx.
               03 TablePartnerCustomerId PIC X(6).
               03 TableReceiverId   PIC X(15).
               03 TableSenderId     PIC X(15).
               03 TableInvoiceMethod PIC X.
       01 PartnerEntryCount        PIC 9(3) VALUE ZEROS.
       01 PartnerOverflowSwitch    PIC X VALUE "N".
           88 PartnerTableOverflowed VALUE "Y".
       01 PartnerFoundSwitch       PIC X.
           88 PartnerFound         VALUE "Y".
       01 CustomerTable.
           02 CustomerEntry OCCURS 500 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 MasterUsableSwitch       PIC X VALUE "N".
           88 MasterUsable         VALUE "Y".
       01 MasterChangedSwitch      PIC X VALUE "N".
           88 MasterChanged        VALUE "Y".
       01 MaintActionCode          PIC X.
           88 MaintActionAdd       VALUE "A".
           88 MaintActionChange    VALUE "C".
           88 MaintActionList      VALUE "L".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredCustomerId        PIC X(6).
       01 EnteredReceiverId        PIC X(15).
       01 EnteredSenderId          PIC X(15).
       01 EnteredInvoiceMethod     PIC X.
           88 EnteredMethodValid   VALUE "E" "P".
       01 ActionAppliedCount       PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuthCheckResult          PIC X.
           88 TpMaintAuthorized    VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "TRADPART".
       01 AuditFieldBefore         PIC X(15) VALUE "BEFORE-IMAGE".
       01 AuditFieldAfter          PIC X(15) VALUE "AFTER-IMAGE".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "TRADPART".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 TradingPartnerFileName   PIC X(12)
           VALUE "TRADPART.DAT".
       01 CustomerMasterFileName   PIC X(12)
           VALUE "CUSTMSTR.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTTRAD.DAT" TO TradingPartnerFileName
               MOVE "TESTCUST.DAT" TO CustomerMasterFileName
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
               IF NOT TpMaintAuthorized
                   DISPLAY "*** You are not authorized to maintain "
                           "the trading-partner profiles ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
               IF NOT LockGranted
                   DISPLAY "*** Trading-partner profiles are in use - "
                           "try again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-LOAD-PARTNERS
               PERFORM 1300-LOAD-CUSTOMERS
               IF MasterUsable
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF MasterChanged
                       PERFORM 8000-REWRITE-PARTNERS
                   ELSE
                       DISPLAY "No changes applied"
                   END-IF
               ELSE
                   DISPLAY "*** Trading-partner profiles not "
                           "available - run terminated ***"
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

       1000-LOAD-PARTNERS.
           MOVE ZEROS TO PartnerEntryCount
           OPEN INPUT TradingPartnerFile
           EVALUATE TRUE
               WHEN TradingPartnerFileOK
                   SET MasterUsable TO TRUE
                   PERFORM 1100-READ-PARTNER-RECORD
                   PERFORM 1200-STORE-PARTNER-RECORD
                       UNTIL EndOfPartners
                   CLOSE TradingPartnerFile
               WHEN TradingPartnerFileNew
                   SET MasterUsable TO TRUE
                   DISPLAY "Trading-partner profiles are empty - "
                           "starting a new file"
           END-EVALUATE.

       1100-READ-PARTNER-RECORD.
           READ TradingPartnerFile
               AT END SET EndOfPartners TO TRUE
           END-READ.

       1200-STORE-PARTNER-RECORD.
           IF PartnerEntryCount < 200
               ADD 1 TO PartnerEntryCount
               SET PartnerIdx TO PartnerEntryCount
               MOVE TpCustomerId TO TablePartnerCustomerId (PartnerIdx)
               MOVE TpReceiverId TO TableReceiverId (PartnerIdx)
               MOVE TpSenderId   TO TableSenderId (PartnerIdx)
               IF TpElectronicInvoices
                   MOVE "E" TO TableInvoiceMethod (PartnerIdx)
               ELSE
                   MOVE "P" TO TableInvoiceMethod (PartnerIdx)
               END-IF
           ELSE
               SET PartnerTableOverflowed TO TRUE
               DISPLAY "*** Trading-partner table full - record for "
                       TpCustomerId " not loaded ***"
           END-IF
           PERFORM 1100-READ-PARTNER-RECORD.

      *----------------------------------------------------------------
      * Only a customer on the master can be profiled. With the
      * master unreadable nothing can be added, but the profiles on
      * file can still be listed and changed.
      *----------------------------------------------------------------
       1300-LOAD-CUSTOMERS.
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1310-READ-CUSTOMER-RECORD
               PERFORM 1320-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomers
               CLOSE CustomerMasterFile
           ELSE
               DISPLAY "*** Customer master not available - no "
                       "profiles can be added ***"
           END-IF.

       1310-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomers TO TRUE
           END-READ.

       1320-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 500
               ADD 1 TO CustomerEntryCount
               SET CustomerIdx TO CustomerEntryCount
               MOVE CustMasterId   TO TableCustomerId (CustomerIdx)
               MOVE CustMasterName TO TableCustomerName (CustomerIdx)
           ELSE
               DISPLAY "*** Customer table full - record for "
                       CustMasterId " not loaded ***"
           END-IF
           PERFORM 1310-READ-CUSTOMER-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (A)dd (C)hange (L)ist (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionAdd     PERFORM 3000-ADD-PARTNER
               WHEN MaintActionChange  PERFORM 4000-CHANGE-PARTNER
               WHEN MaintActionList    PERFORM 5000-LIST-PARTNERS
               WHEN MaintActionQuit    SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-CUSTOMER-ID.
           DISPLAY "Enter the customer ID - " WITH NO ADVANCING
           ACCEPT EnteredCustomerId
           MOVE "N" TO PartnerFoundSwitch
           SET PartnerIdx TO 1
           PERFORM 2110-SEARCH-PARTNER-ENTRY
               UNTIL PartnerFound
                  OR PartnerIdx > PartnerEntryCount.

       2110-SEARCH-PARTNER-ENTRY.
           IF TablePartnerCustomerId (PartnerIdx) = EnteredCustomerId
               SET PartnerFound TO TRUE
           ELSE
               SET PartnerIdx UP BY 1
           END-IF.

       2150-CHECK-CUSTOMER.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           SEARCH CustomerEntry
               WHEN CustomerIdx > CustomerEntryCount
                   CONTINUE
               WHEN TableCustomerId (CustomerIdx) = EnteredCustomerId
                   SET CustomerFound TO TRUE
           END-SEARCH.

       2200-PROMPT-PARTNER-IDS.
           DISPLAY "Enter the partner's receiver ID - "
               WITH NO ADVANCING
           ACCEPT EnteredReceiverId
           DISPLAY "Enter our sender ID with this partner - "
               WITH NO ADVANCING
           ACCEPT EnteredSenderId.

       2300-PROMPT-INVOICE-METHOD.
           DISPLAY "Invoice method - (E)lectronic (P)aper - "
               WITH NO ADVANCING
           ACCEPT EnteredInvoiceMethod.

       3000-ADD-PARTNER.
           PERFORM 2100-PROMPT-CUSTOMER-ID
           PERFORM 2150-CHECK-CUSTOMER
           EVALUATE TRUE
               WHEN EnteredCustomerId = SPACES
                   DISPLAY "*** Customer ID may not be blank ***"
               WHEN PartnerFound
                   DISPLAY "*** Customer already has a trading-"
                           "partner profile ***"
               WHEN NOT CustomerFound
                   DISPLAY "*** Customer ID not on the customer "
                           "master ***"
               WHEN PartnerEntryCount >= 200
                   DISPLAY "*** Trading-partner file is full ***"
               WHEN OTHER
                   PERFORM 3100-PROMPT-NEW-PARTNER
           END-EVALUATE.

       3100-PROMPT-NEW-PARTNER.
           DISPLAY "Customer " EnteredCustomerId " "
                   TableCustomerName (CustomerIdx)
           PERFORM 2200-PROMPT-PARTNER-IDS
           PERFORM 2300-PROMPT-INVOICE-METHOD
           EVALUATE TRUE
               WHEN EnteredReceiverId = SPACES
                   DISPLAY "*** Receiver ID may not be blank ***"
               WHEN EnteredSenderId = SPACES
                   DISPLAY "*** Sender ID may not be blank ***"
               WHEN NOT EnteredMethodValid
                   DISPLAY "*** Invoice method must be E or P ***"
               WHEN OTHER
                   ADD 1 TO PartnerEntryCount
                   SET PartnerIdx TO PartnerEntryCount
                   MOVE EnteredCustomerId
                       TO TablePartnerCustomerId (PartnerIdx)
                   MOVE EnteredReceiverId
                       TO TableReceiverId (PartnerIdx)
                   MOVE EnteredSenderId TO TableSenderId (PartnerIdx)
                   MOVE EnteredInvoiceMethod
                       TO TableInvoiceMethod (PartnerIdx)
                   MOVE "ADDED" TO AuditValueEntered
                   MOVE AuditFieldBefore TO AuditFieldName
                   PERFORM 8900-CALL-AUDITLOG
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
                   DISPLAY "Trading partner " EnteredCustomerId
                           " added"
           END-EVALUATE.

      *----------------------------------------------------------------
      * A blank answer keeps what is on file.
      *----------------------------------------------------------------
       4000-CHANGE-PARTNER.
           PERFORM 2100-PROMPT-CUSTOMER-ID
           IF PartnerFound
               PERFORM 5100-LIST-ONE-PARTNER
               DISPLAY "(blank = keep)"
               PERFORM 2200-PROMPT-PARTNER-IDS
               PERFORM 2300-PROMPT-INVOICE-METHOD
               IF EnteredInvoiceMethod NOT = SPACE
                   AND NOT EnteredMethodValid
                   DISPLAY "*** Invoice method must be E or P - "
                           "nothing changed ***"
               ELSE
                   PERFORM 7100-LOG-BEFORE-IMAGE
                   IF EnteredReceiverId NOT = SPACES
                       MOVE EnteredReceiverId
                           TO TableReceiverId (PartnerIdx)
                   END-IF
                   IF EnteredSenderId NOT = SPACES
                       MOVE EnteredSenderId
                           TO TableSenderId (PartnerIdx)
                   END-IF
                   IF EnteredInvoiceMethod NOT = SPACE
                       MOVE EnteredInvoiceMethod
                           TO TableInvoiceMethod (PartnerIdx)
                   END-IF
                   PERFORM 7000-LOG-AFTER-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
               END-IF
           ELSE
               DISPLAY "*** Customer has no trading-partner "
                       "profile ***"
           END-IF.

       5000-LIST-PARTNERS.
           DISPLAY "CUST   RECEIVER        SENDER          M"
           PERFORM 5100-LIST-ONE-PARTNER
               VARYING PartnerIdx FROM 1 BY 1
               UNTIL PartnerIdx > PartnerEntryCount.

       5100-LIST-ONE-PARTNER.
           DISPLAY TablePartnerCustomerId (PartnerIdx) " "
                   TableReceiverId (PartnerIdx) " "
                   TableSenderId (PartnerIdx) " "
                   TableInvoiceMethod (PartnerIdx).

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
           STRING TablePartnerCustomerId (PartnerIdx)
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableInvoiceMethod (PartnerIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableReceiverId (PartnerIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the file from an overflowed table - the
      * records past the table cap were not loaded, and writing the
      * table back would delete those profiles.
      *----------------------------------------------------------------
       8000-REWRITE-PARTNERS.
           IF PartnerTableOverflowed
               DISPLAY "*** Trading-partner file has more records "
                       "than the table holds - changes NOT written "
                       "back ***"
           ELSE
               OPEN OUTPUT TradingPartnerFile
               PERFORM 8100-WRITE-PARTNER-ENTRY
                   VARYING PartnerIdx FROM 1 BY 1
                   UNTIL PartnerIdx > PartnerEntryCount
               CLOSE TradingPartnerFile
               DISPLAY "Trading-partner profiles rewritten - "
                       ActionAppliedCount " action(s) applied"
           END-IF.

       8100-WRITE-PARTNER-ENTRY.
           INITIALIZE TradingPartnerRecord
           MOVE TablePartnerCustomerId (PartnerIdx) TO TpCustomerId
           MOVE TableReceiverId (PartnerIdx)    TO TpReceiverId
           MOVE TableSenderId (PartnerIdx)      TO TpSenderId
           MOVE TableInvoiceMethod (PartnerIdx) TO TpInvoiceMethod
           WRITE TradingPartnerRecord.
       END PROGRAM TpMaint.
