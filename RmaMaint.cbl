      ******************************************************************
      * Author: Artem Prokopov
      * Date: 15/09/2026
      * Purpose: Return-authorization issuance and tracking. The
      *          pricing run checks every return line against
      *          RMAFILE.DAT, but RMAs were typed into the file by
      *          hand with numbers picked out of the air. This
      *          SIGNON-gated program issues them: the number comes
      *          from the RMA control file (RMACTL.DAT, the last
      *          number issued, so numbers never repeat), and the
      *          customer, original invoice and product are checked
      *          before anything is written - the customer must be
      *          active on the master, the customer's invoice
      *          reference must resolve to an invoice number through
      *          INVREFHS.DAT, and the product must have been sold on
      *          that invoice according to the invoice-detail
      *          history INVDHIST.DAT (tonight's INVDETL.DAT when no
      *          history has been kept yet). The quantity authorized
      *          may not exceed what was sold less what other RMAs
      *          against the same invoice and product have already
      *          claimed. An RMA can be listed with its received-to-
      *          date quantity and status, and closed by hand when
      *          the customer will send nothing more; an open RMA
      *          older than the RMAEXPD row on SHOPPARM.DAT (days,
      *          default 030) is closed as expired when the file is
      *          loaded, here and in the pricing run alike. Every
      *          issue and close is logged to AUDITLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RmaMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RmaFile
               ASSIGN TO DYNAMIC RmaFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RmaFileStatus.
           SELECT RmaControlFile
               ASSIGN TO DYNAMIC RmaControlFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RmaControlFileStatus.
           SELECT CustomerMasterFile
               ASSIGN TO DYNAMIC CustMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT InvRefHistoryFile ASSIGN TO "INVREFHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvRefHistoryFileStatus.
           SELECT InvoiceDetailFile
               ASSIGN TO DYNAMIC InvoiceDetailFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceDetailFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RmaFile
           RECORD CONTAINS 63 CHARACTERS.
           COPY "RMAFILE.cpy".
       FD  RmaControlFile
           RECORD CONTAINS 7 CHARACTERS.
       01 RmaControlRecord.
           02 ControlLastRmaNo         PIC 9(7).
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  InvRefHistoryFile
           RECORD CONTAINS 20 CHARACTERS.
       01 InvRefHistoryRecord.
           02 RefHistCustomerId        PIC X(6).
           02 RefHistSpace1            PIC X.
           02 RefHistInvoiceRef        PIC X(6).
           02 RefHistSpace2            PIC X.
           02 RefHistInvoiceNo         PIC 9(6).
       FD  InvoiceDetailFile
           RECORD CONTAINS 100 CHARACTERS.
           COPY "INVDETL.cpy".
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       WORKING-STORAGE SECTION.
       01 RmaFileStatus            PIC XX.
           88 RmaFileOK            VALUE "00".
           88 RmaFileNew           VALUE "35".
       01 RmaControlFileStatus     PIC XX.
           88 RmaControlFileOK     VALUE "00".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 InvRefHistoryFileStatus  PIC XX.
           88 InvRefHistoryFileOK  VALUE "00".
       01 InvoiceDetailFileStatus  PIC XX.
           88 InvoiceDetailFileOK  VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 RmaEndSwitch             PIC X VALUE "N".
           88 EndOfRmaFile         VALUE "Y".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 InvRefHistoryEndSwitch   PIC X VALUE "N".
           88 EndOfInvRefHistory   VALUE "Y".
       01 InvoiceDetailEndSwitch   PIC X VALUE "N".
           88 EndOfInvoiceDetail   VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 DateWork.
           02 WorkDate                 PIC 9(8).
           02 WorkDateSplit REDEFINES WorkDate.
               03 WorkYear             PIC 9(4).
               03 WorkMonth            PIC 99.
               03 WorkDay              PIC 99.
           02 WorkDayNumber            PIC 9(7).
           02 RunDayNumber             PIC 9(7).
       01 RmaExpiryDays            PIC 9(3) VALUE 030.
       01 RmaAgeDays               PIC S9(7).
       01 RmaExpiredCount          PIC 9(5) VALUE ZEROS.
       01 RmaTable.
           02 RmaEntry OCCURS 300 TIMES
               INDEXED BY RmaIdx.
               03 TableRmaNumber       PIC X(8).
               03 TableRmaCustomerId   PIC X(6).
               03 TableRmaProductCode  PIC X(6).
               03 TableRmaAuthorizedQty PIC 9(5).
               03 TableRmaOrigRef      PIC X(6).
               03 TableRmaReceivedQty  PIC 9(5).
               03 TableRmaStatus       PIC X.
                   88 TableRmaLive         VALUE "O" "P" SPACE.
                   88 TableRmaExpired      VALUE "E".
               03 TableRmaIssueDate    PIC 9(8).
               03 TableRmaIssuedBy     PIC X(10).
       01 RmaEntryCount            PIC 9(3) VALUE ZEROS.
       01 RmaOverflowSwitch        PIC X VALUE "N".
           88 RmaTableOverflowed   VALUE "Y".
       01 RmaFoundSwitch           PIC X.
           88 RmaFound             VALUE "Y".
       01 RmaChangedSwitch         PIC X VALUE "N".
           88 RmaChanged           VALUE "Y".
       01 CustomerTable.
           02 CustomerEntry OCCURS 200 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableStatus       PIC X.
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 LastRmaNumber            PIC 9(7) VALUE ZEROS.
       01 NewRmaNumber.
           02 NewRmaPrefix         PIC X VALUE "R".
           02 NewRmaDigits         PIC 9(7).
       01 MaintActionCode          PIC X.
           88 MaintActionIssue     VALUE "I".
           88 MaintActionList      VALUE "L".
           88 MaintActionClose     VALUE "C".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredCustomerId        PIC X(6).
       01 EnteredInvoiceRef        PIC X(6).
       01 EnteredProductCode       PIC X(6).
       01 EnteredQtyText           PIC X(5).
       01 EnteredQuantity          PIC 9(5).
       01 EnteredRmaNumber         PIC X(8).
       01 OrigInvoiceNo            PIC 9(6).
       01 OrigInvoiceFoundSwitch   PIC X.
           88 OrigInvoiceFound     VALUE "Y".
       01 InvoiceDetailFileName    PIC X(12)
           VALUE "INVDHIST.DAT".
       01 QuantitySold             PIC 9(7).
       01 QuantityClaimed          PIC 9(7).
       01 QuantityAvailable        PIC S9(7).
       01 ActionAppliedCount       PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "RMAMAINT".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "RMAFILE".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 RmaFileName              PIC X(12)
           VALUE "RMAFILE.DAT".
       01 RmaControlFileName       PIC X(12)
           VALUE "RMACTL.DAT".
       01 CustMasterFileName       PIC X(12)
           VALUE "CUSTMSTR.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTRMA.DAT" TO RmaFileName
               MOVE "TESTRMAC.DAT" TO RmaControlFileName
               MOVE "TESTCUST.DAT" TO CustMasterFileName
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
                   DISPLAY "*** RMA file is in use - try again "
                           "later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-MAINT-ACTION
                   UNTIL MaintDone
               IF RmaChanged
                   PERFORM 8000-REWRITE-RMA-FILE
               ELSE
                   DISPLAY "No changes applied"
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

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-EXPIRY-PARM
           PERFORM 1100-READ-RMA-CONTROL
           PERFORM 1200-LOAD-RMA-FILE
           PERFORM 1300-LOAD-CUSTOMER-MASTER
           IF RmaExpiredCount > ZERO
               DISPLAY RmaExpiredCount " RMA(s) past " RmaExpiryDays
                       " days closed as expired"
           END-IF.

       1050-LOAD-EXPIRY-PARM.
           MOVE 030 TO RmaExpiryDays
           OPEN INPUT ShopParmFile
           IF ShopParmFileOK
               PERFORM 1060-READ-PARM-RECORD
               PERFORM 1070-APPLY-PARM-RECORD UNTIL EndOfShopParm
               CLOSE ShopParmFile
           END-IF.

       1060-READ-PARM-RECORD.
           READ ShopParmFile
               AT END SET EndOfShopParm TO TRUE
           END-READ.

       1070-APPLY-PARM-RECORD.
           IF ParmProgramId = "RMAEXPD"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > ZEROS
               MOVE ParmLowValue TO RmaExpiryDays
           END-IF
           PERFORM 1060-READ-PARM-RECORD.

      *----------------------------------------------------------------
      * RMA-number control: the last number issued is read here and
      * rewritten at end of session, the way INVCTL.DAT carries the
      * invoice number. A missing control file starts from zero.
      *----------------------------------------------------------------
       1100-READ-RMA-CONTROL.
           MOVE ZEROS TO LastRmaNumber
           OPEN INPUT RmaControlFile
           IF RmaControlFileOK
               READ RmaControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ControlLastRmaNo NUMERIC
                           MOVE ControlLastRmaNo TO LastRmaNumber
                       END-IF
               END-READ
               CLOSE RmaControlFile
           END-IF.

       1200-LOAD-RMA-FILE.
           MOVE ZEROS TO RmaEntryCount
           MOVE RunDate TO WorkDate
           PERFORM 1250-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO RunDayNumber
           OPEN INPUT RmaFile
           IF RmaFileOK
               PERFORM 1210-READ-RMA-RECORD
               PERFORM 1220-STORE-RMA-RECORD
                   UNTIL EndOfRmaFile
               CLOSE RmaFile
           END-IF.

       1210-READ-RMA-RECORD.
           READ RmaFile
               AT END SET EndOfRmaFile TO TRUE
           END-READ.

       1220-STORE-RMA-RECORD.
           IF RmaEntryCount < 300
               ADD 1 TO RmaEntryCount
               MOVE RmaNumber TO TableRmaNumber (RmaEntryCount)
               MOVE RmaCustomerId
                   TO TableRmaCustomerId (RmaEntryCount)
               MOVE RmaProductCode
                   TO TableRmaProductCode (RmaEntryCount)
               IF RmaAuthorizedQty NUMERIC
                   MOVE RmaAuthorizedQty
                       TO TableRmaAuthorizedQty (RmaEntryCount)
               ELSE
                   MOVE ZEROS TO TableRmaAuthorizedQty (RmaEntryCount)
               END-IF
               MOVE RmaOrigInvoiceRef
                   TO TableRmaOrigRef (RmaEntryCount)
               IF RmaReceivedQty NUMERIC
                   MOVE RmaReceivedQty
                       TO TableRmaReceivedQty (RmaEntryCount)
               ELSE
                   MOVE ZEROS TO TableRmaReceivedQty (RmaEntryCount)
               END-IF
               MOVE RmaStatus TO TableRmaStatus (RmaEntryCount)
               IF RmaIssueDate NUMERIC
                   MOVE RmaIssueDate
                       TO TableRmaIssueDate (RmaEntryCount)
               ELSE
                   MOVE ZEROS TO TableRmaIssueDate (RmaEntryCount)
               END-IF
               MOVE RmaIssuedBy TO TableRmaIssuedBy (RmaEntryCount)
               PERFORM 1230-CHECK-RMA-EXPIRY
           ELSE
               SET RmaTableOverflowed TO TRUE
               DISPLAY "*** RMA table full - authorization "
                       RmaNumber " not loaded ***"
           END-IF
           PERFORM 1210-READ-RMA-RECORD.

      *----------------------------------------------------------------
      * Same expiry rule as the pricing run: an open or partly
      * received RMA older than RMAEXPD days closes as expired. A
      * record with no issue date never expires on its own.
      *----------------------------------------------------------------
       1230-CHECK-RMA-EXPIRY.
           IF TableRmaLive (RmaEntryCount)
               AND TableRmaIssueDate (RmaEntryCount) > ZEROS
               MOVE TableRmaIssueDate (RmaEntryCount) TO WorkDate
               PERFORM 1250-DATE-TO-DAY-NUMBER
               COMPUTE RmaAgeDays = RunDayNumber - WorkDayNumber
               IF RmaAgeDays > RmaExpiryDays
                   MOVE "E" TO TableRmaStatus (RmaEntryCount)
                   ADD 1 TO RmaExpiredCount
                   SET RmaChanged TO TRUE
               END-IF
           END-IF.

       1250-DATE-TO-DAY-NUMBER.
           COMPUTE WorkDayNumber =
               WorkYear * 360 + (WorkMonth - 1) * 30 + WorkDay.

       1300-LOAD-CUSTOMER-MASTER.
           MOVE ZEROS TO CustomerEntryCount
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1310-READ-MASTER-RECORD
               PERFORM 1320-STORE-MASTER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           ELSE
               DISPLAY "*** Customer master not available - no RMA "
                       "can be issued ***"
           END-IF.

       1310-READ-MASTER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1320-STORE-MASTER-RECORD.
           IF CustomerEntryCount < 200
               ADD 1 TO CustomerEntryCount
               MOVE CustMasterId
                   TO TableCustomerId (CustomerEntryCount)
               IF CustomerInactive
                   MOVE "I" TO TableStatus (CustomerEntryCount)
               ELSE
                   MOVE "A" TO TableStatus (CustomerEntryCount)
               END-IF
           ELSE
               DISPLAY "*** Customer table full - record for "
                       CustMasterId " not loaded ***"
           END-IF
           PERFORM 1310-READ-MASTER-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (I)ssue (L)ist (C)lose (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionIssue PERFORM 3000-ISSUE-RMA
               WHEN MaintActionList  PERFORM 4000-LIST-RMAS
               WHEN MaintActionClose PERFORM 5000-CLOSE-RMA
               WHEN MaintActionQuit  SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-FIND-CUSTOMER.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 2110-SEARCH-CUSTOMER-ENTRY
               UNTIL CustomerFound OR CustomerIdx > CustomerEntryCount.

       2110-SEARCH-CUSTOMER-ENTRY.
           IF TableCustomerId (CustomerIdx) = EnteredCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

       2200-FIND-RMA.
           MOVE "N" TO RmaFoundSwitch
           SET RmaIdx TO 1
           PERFORM 2210-SEARCH-RMA-ENTRY
               UNTIL RmaFound OR RmaIdx > RmaEntryCount.

       2210-SEARCH-RMA-ENTRY.
           IF TableRmaNumber (RmaIdx) = EnteredRmaNumber
               SET RmaFound TO TRUE
           ELSE
               SET RmaIdx UP BY 1
           END-IF.

       3000-ISSUE-RMA.
           DISPLAY "Enter the customer ID - " WITH NO ADVANCING
           ACCEPT EnteredCustomerId
           PERFORM 2100-FIND-CUSTOMER
           EVALUATE TRUE
               WHEN NOT CustomerFound
                   DISPLAY "*** Customer ID not on master ***"
               WHEN TableStatus (CustomerIdx) = "I"
                   DISPLAY "*** Customer is inactive ***"
               WHEN RmaEntryCount >= 300
                   DISPLAY "*** RMA table is full ***"
               WHEN OTHER
                   PERFORM 3100-PROMPT-RMA-DETAIL
           END-EVALUATE.

       3100-PROMPT-RMA-DETAIL.
           DISPLAY "Enter the original invoice reference - "
                   WITH NO ADVANCING
           ACCEPT EnteredInvoiceRef
           DISPLAY "Enter the product code - " WITH NO ADVANCING
           ACCEPT EnteredProductCode
           DISPLAY "Enter the quantity to authorize (5 digits) - "
                   WITH NO ADVANCING
           ACCEPT EnteredQtyText
           PERFORM 3200-FIND-ORIGINAL-INVOICE
           EVALUATE TRUE
               WHEN EnteredQtyText NOT NUMERIC
                   DISPLAY "*** Quantity must be five digits ***"
               WHEN EnteredQtyText = ZEROS
                   DISPLAY "*** Quantity must be greater than "
                           "zero ***"
               WHEN NOT OrigInvoiceFound
                   DISPLAY "*** No invoice " EnteredInvoiceRef
                           " on file for this customer ***"
               WHEN OTHER
                   MOVE EnteredQtyText TO EnteredQuantity
                   PERFORM 3300-SUM-QUANTITY-SOLD
                   PERFORM 3400-SUM-QUANTITY-CLAIMED
                   COMPUTE QuantityAvailable =
                       QuantitySold - QuantityClaimed
                   IF QuantitySold = ZERO
                       DISPLAY "*** Product " EnteredProductCode
                               " was not sold on invoice "
                               OrigInvoiceNo " ***"
                   ELSE
                       IF EnteredQuantity > QuantityAvailable
                           DISPLAY "*** Only " QuantityAvailable
                                   " of " QuantitySold " sold are "
                                   "not already under RMA ***"
                       ELSE
                           PERFORM 3500-ADD-RMA-ENTRY
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * The customer's own reference maps to our invoice number
      * through the reference history the pricing run keeps; the
      * latest entry wins, as it does in the pricing run.
      *----------------------------------------------------------------
       3200-FIND-ORIGINAL-INVOICE.
           MOVE "N" TO OrigInvoiceFoundSwitch
           MOVE ZEROS TO OrigInvoiceNo
           MOVE "N" TO InvRefHistoryEndSwitch
           OPEN INPUT InvRefHistoryFile
           IF InvRefHistoryFileOK
               PERFORM 3210-READ-REF-HISTORY
               PERFORM 3220-MATCH-REF-HISTORY
                   UNTIL EndOfInvRefHistory
               CLOSE InvRefHistoryFile
           END-IF.

       3210-READ-REF-HISTORY.
           READ InvRefHistoryFile
               AT END SET EndOfInvRefHistory TO TRUE
           END-READ.

       3220-MATCH-REF-HISTORY.
           IF RefHistCustomerId = EnteredCustomerId
               AND RefHistInvoiceRef = EnteredInvoiceRef
               AND RefHistInvoiceNo NUMERIC
               MOVE RefHistInvoiceNo TO OrigInvoiceNo
               SET OrigInvoiceFound TO TRUE
           END-IF
           PERFORM 3210-READ-REF-HISTORY.

      *----------------------------------------------------------------
      * Sale lines only - a return line on the same invoice does not
      * add to what may be sent back.
      *----------------------------------------------------------------
       3300-SUM-QUANTITY-SOLD.
           MOVE ZEROS TO QuantitySold
           MOVE "N" TO InvoiceDetailEndSwitch
           MOVE "INVDHIST.DAT" TO InvoiceDetailFileName
           OPEN INPUT InvoiceDetailFile
           IF NOT InvoiceDetailFileOK
               MOVE "INVDETL.DAT" TO InvoiceDetailFileName
               OPEN INPUT InvoiceDetailFile
           END-IF
           IF InvoiceDetailFileOK
               PERFORM 3310-READ-DETAIL-RECORD
               PERFORM 3320-ADD-DETAIL-QUANTITY
                   UNTIL EndOfInvoiceDetail
               CLOSE InvoiceDetailFile
           ELSE
               DISPLAY "*** No invoice detail on file ***"
           END-IF.

       3310-READ-DETAIL-RECORD.
           READ InvoiceDetailFile
               AT END SET EndOfInvoiceDetail TO TRUE
           END-READ.

       3320-ADD-DETAIL-QUANTITY.
           IF DetailInvoiceNo = OrigInvoiceNo
               AND DetailProductCode = EnteredProductCode
               AND NOT DetailIsReturn
               AND DetailQuantity NUMERIC
               ADD DetailQuantity TO QuantitySold
           END-IF
           PERFORM 3310-READ-DETAIL-RECORD.

      *----------------------------------------------------------------
      * A live RMA holds its full authorized quantity; a closed or
      * expired one holds only what actually came back.
      *----------------------------------------------------------------
       3400-SUM-QUANTITY-CLAIMED.
           MOVE ZEROS TO QuantityClaimed
           PERFORM 3410-ADD-CLAIMED-QUANTITY
               VARYING RmaIdx FROM 1 BY 1
               UNTIL RmaIdx > RmaEntryCount.

       3410-ADD-CLAIMED-QUANTITY.
           IF TableRmaCustomerId (RmaIdx) = EnteredCustomerId
               AND TableRmaOrigRef (RmaIdx) = EnteredInvoiceRef
               AND TableRmaProductCode (RmaIdx) = EnteredProductCode
               IF TableRmaLive (RmaIdx)
                   ADD TableRmaAuthorizedQty (RmaIdx)
                       TO QuantityClaimed
               ELSE
                   ADD TableRmaReceivedQty (RmaIdx)
                       TO QuantityClaimed
               END-IF
           END-IF.

       3500-ADD-RMA-ENTRY.
           ADD 1 TO LastRmaNumber
           MOVE LastRmaNumber TO NewRmaDigits
           ADD 1 TO RmaEntryCount
           SET RmaIdx TO RmaEntryCount
           MOVE NewRmaNumber TO TableRmaNumber (RmaIdx)
           MOVE EnteredCustomerId TO TableRmaCustomerId (RmaIdx)
           MOVE EnteredProductCode TO TableRmaProductCode (RmaIdx)
           MOVE EnteredQuantity TO TableRmaAuthorizedQty (RmaIdx)
           MOVE EnteredInvoiceRef TO TableRmaOrigRef (RmaIdx)
           MOVE ZEROS TO TableRmaReceivedQty (RmaIdx)
           MOVE "O" TO TableRmaStatus (RmaIdx)
           MOVE RunDate TO TableRmaIssueDate (RmaIdx)
           MOVE OperatorId TO TableRmaIssuedBy (RmaIdx)
           MOVE "RMA-ISSUED" TO AuditFieldName
           PERFORM 7500-BUILD-RMA-IMAGE
           PERFORM 8900-CALL-AUDITLOG
           SET RmaChanged TO TRUE
           ADD 1 TO ActionAppliedCount
           DISPLAY "RMA " NewRmaNumber " issued for "
                   EnteredQuantity " of " EnteredProductCode.

       4000-LIST-RMAS.
           DISPLAY "RMA      CUST   PROD   AUTH  RCVD  ST ISSUED   REF"
           PERFORM 4100-LIST-ONE-RMA
               VARYING RmaIdx FROM 1 BY 1
               UNTIL RmaIdx > RmaEntryCount.

       4100-LIST-ONE-RMA.
           DISPLAY TableRmaNumber (RmaIdx) " "
                   TableRmaCustomerId (RmaIdx) " "
                   TableRmaProductCode (RmaIdx) " "
                   TableRmaAuthorizedQty (RmaIdx) " "
                   TableRmaReceivedQty (RmaIdx) " "
                   TableRmaStatus (RmaIdx) "  "
                   TableRmaIssueDate (RmaIdx) " "
                   TableRmaOrigRef (RmaIdx).

       5000-CLOSE-RMA.
           DISPLAY "Enter the RMA number - " WITH NO ADVANCING
           ACCEPT EnteredRmaNumber
           PERFORM 2200-FIND-RMA
           EVALUATE TRUE
               WHEN NOT RmaFound
                   DISPLAY "*** RMA not on file ***"
               WHEN NOT TableRmaLive (RmaIdx)
                   DISPLAY "*** RMA is already closed or "
                           "expired ***"
               WHEN OTHER
                   MOVE "C" TO TableRmaStatus (RmaIdx)
                   MOVE "RMA-CLOSED" TO AuditFieldName
                   PERFORM 7500-BUILD-RMA-IMAGE
                   PERFORM 8900-CALL-AUDITLOG
                   SET RmaChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
                   DISPLAY "RMA " EnteredRmaNumber " closed"
           END-EVALUATE.

       7500-BUILD-RMA-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING TableRmaNumber (RmaIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableRmaCustomerId (RmaIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableRmaProductCode (RmaIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableRmaAuthorizedQty (RmaIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableRmaStatus (RmaIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING.

       8900-CALL-AUDITLOG.
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the RMA file from an overflowed table - the
      * records past the cap were not loaded and would be lost. The
      * control file is rewritten with it, so a number is never
      * handed out twice.
      *----------------------------------------------------------------
       8000-REWRITE-RMA-FILE.
           IF RmaTableOverflowed
               DISPLAY "*** RMA file has more records than the "
                       "table holds - changes NOT written back ***"
           ELSE
               OPEN OUTPUT RmaFile
               PERFORM 8100-WRITE-RMA-ENTRY
                   VARYING RmaIdx FROM 1 BY 1
                   UNTIL RmaIdx > RmaEntryCount
               CLOSE RmaFile
               OPEN OUTPUT RmaControlFile
               MOVE LastRmaNumber TO ControlLastRmaNo
               WRITE RmaControlRecord
               CLOSE RmaControlFile
               DISPLAY "RMA file rewritten - "
                       ActionAppliedCount " action(s) applied"
           END-IF.

       8100-WRITE-RMA-ENTRY.
           INITIALIZE RmaRecord
           MOVE TableRmaNumber (RmaIdx)      TO RmaNumber
           MOVE TableRmaCustomerId (RmaIdx)  TO RmaCustomerId
           MOVE TableRmaProductCode (RmaIdx) TO RmaProductCode
           MOVE TableRmaAuthorizedQty (RmaIdx) TO RmaAuthorizedQty
           MOVE TableRmaOrigRef (RmaIdx)     TO RmaOrigInvoiceRef
           MOVE TableRmaReceivedQty (RmaIdx) TO RmaReceivedQty
           MOVE TableRmaStatus (RmaIdx)      TO RmaStatus
           MOVE TableRmaIssueDate (RmaIdx)   TO RmaIssueDate
           MOVE TableRmaIssuedBy (RmaIdx)    TO RmaIssuedBy
           WRITE RmaRecord.
       END PROGRAM RmaMaint.
