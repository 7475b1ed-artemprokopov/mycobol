      ******************************************************************
      * Author: Artem Prokopov
      * Date: 28/09/2026
      * Purpose: Customer contract-price maintenance. Key accounts
      *          negotiate prices that differ from the master price
      *          and from the DISCTIER.DAT quantity breaks, and their
      *          invoices used to land on PRICEMIS.DAT as mismatches
      *          to be corrected by hand. This SIGNON-gated program
      *          keeps the contract file CONTRACT.DAT (layout
      *          CONTRACT.cpy) that the pricing run and OrderEntry
      *          price from: it adds a contract for a customer and
      *          product on the masters (agreed unit price, start and
      *          end dates, account manager - the operator by default
      *          - and the reference on the signed agreement), ends a
      *          running contract early, deletes one that has not yet
      *          started, and lists a customer's contracts. Two
      *          contracts for the same customer and product may
      *          never overlap in date, an end date may not come
      *          before the start or before today, and a new price is
      *          keyed as a new contract after ending the old one -
      *          so the file always says what was agreed when. Every
      *          change is logged through AUDITLOG. Honors training
      *          mode (TESTCNTR.DAT, with the TEST customer and
      *          product masters) and holds the CONTRACT run lock
      *          while the file is open for update.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContractMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContractFile
               ASSIGN TO DYNAMIC ContractFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractFileStatus.
           SELECT CustomerMasterFile
               ASSIGN TO DYNAMIC CustMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT ProductMasterFile
               ASSIGN TO DYNAMIC ProdMasterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ContractFile
           RECORD CONTAINS 60 CHARACTERS.
           COPY "CONTRACT.cpy".
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  ProductMasterFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "PRODMSTR.cpy".
       WORKING-STORAGE SECTION.
       01 ContractFileStatus       PIC XX.
           88 ContractFileOK       VALUE "00".
           88 ContractFileNew      VALUE "35".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 ProductMasterFileStatus  PIC XX.
           88 ProductMasterFileOK  VALUE "00".
       01 ContractEndSwitch        PIC X VALUE "N".
           88 EndOfContracts       VALUE "Y".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 ProductMasterEndSwitch   PIC X VALUE "N".
           88 EndOfProductMaster   VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 ContractTable.
           02 ContractEntry OCCURS 500 TIMES
               INDEXED BY ContractIdx.
               03 TableCtrCustomerId PIC X(6).
               03 TableCtrProductCode PIC X(6).
               03 TableCtrUnitPrice PIC 9(5)V999.
               03 TableCtrStartDate PIC 9(8).
               03 TableCtrEndDate   PIC 9(8).
               03 TableCtrManager   PIC X(10).
               03 TableCtrReference PIC X(8).
               03 TableCtrDeleted   PIC X.
                   88 ContractDeleted VALUE "Y".
       01 ContractEntryCount       PIC 9(3) VALUE ZEROS.
       01 ContractOverflowSwitch   PIC X VALUE "N".
           88 ContractTableOverflowed VALUE "Y".
       01 ContractFoundSwitch      PIC X.
           88 ContractFound        VALUE "Y".
       01 OverlapSwitch            PIC X.
           88 ContractOverlaps     VALUE "Y".
       01 CustomerMasterTable.
           02 CustomerMasterEntry OCCURS 200 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
               03 TableCustStatus   PIC X.
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 ProductMasterTable.
           02 ProductMasterEntry OCCURS 100 TIMES
               INDEXED BY ProductIdx.
               03 TableProductCode  PIC X(6).
               03 TableDescription  PIC X(20).
               03 TableUnitPrice    PIC 9(5)V999.
               03 TableStatus       PIC X.
       01 ProductEntryCount        PIC 9(3) VALUE ZEROS.
       01 ProductFoundSwitch       PIC X.
           88 ProductFound         VALUE "Y".
       01 MasterChangedSwitch      PIC X VALUE "N".
           88 MasterChanged        VALUE "Y".
       01 MaintActionCode          PIC X.
           88 MaintActionAdd       VALUE "A".
           88 MaintActionEnd       VALUE "E".
           88 MaintActionDelete    VALUE "D".
           88 MaintActionList      VALUE "L".
           88 MaintActionQuit      VALUE "Q".
       01 MaintDoneSwitch          PIC X VALUE "N".
           88 MaintDone            VALUE "Y".
       01 EnteredCustomerId        PIC X(6).
       01 EnteredProductCode       PIC X(6).
       01 EnteredPriceText         PIC X(8).
       01 EnteredUnitPrice REDEFINES EnteredPriceText
                                   PIC 9(5)V999.
       01 EnteredDateText          PIC X(8).
       01 EnteredDate REDEFINES EnteredDateText
                                   PIC 9(8).
       01 EnteredDateSplit REDEFINES EnteredDateText.
           02 EnteredYear          PIC 9(4).
           02 EnteredMonth         PIC 99.
           02 EnteredDay           PIC 99.
       01 DateValidSwitch          PIC X.
           88 DateValid            VALUE "Y".
       01 NewStartDate             PIC 9(8).
       01 NewEndDate               PIC 9(8).
       01 EnteredManager           PIC X(10).
       01 EnteredReference         PIC X(8).
       01 ListedCount              PIC 9(3).
       01 ActionAppliedCount       PIC 9(5) VALUE ZEROS.
       01 OperatorId               PIC X(10).
       01 SignOnResult             PIC X.
           88 SignOnAuthorized     VALUE "Y".
       01 AuditProgramName         PIC X(8) VALUE "CONTRMNT".
       01 AuditFieldName           PIC X(15).
       01 AuditValueEntered        PIC X(30).
       01 SessLogMode              PIC X.
       01 LockMode                 PIC X.
       01 LockResourceName         PIC X(12) VALUE "CONTRACT".
       01 LockResult               PIC X.
           88 LockGranted          VALUE "Y".
       01 TrainModeResult          PIC X.
           88 TrainingModeOn       VALUE "Y".
       01 ContractFileName         PIC X(12)
           VALUE "CONTRACT.DAT".
       01 CustMasterFileName       PIC X(12)
           VALUE "CUSTMSTR.DAT".
       01 ProdMasterFileName       PIC X(12)
           VALUE "PRODMSTR.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "TRNMODE" USING TrainModeResult
           IF TrainingModeOn
               MOVE "TESTCNTR.DAT" TO ContractFileName
               MOVE "TESTCUST.DAT" TO CustMasterFileName
               MOVE "TESTPROD.DAT" TO ProdMasterFileName
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
                   DISPLAY "*** Contract file is in use - try "
                           "again later ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode OperatorId
                       AuditProgramName
                   STOP RUN
               END-IF
               PERFORM 1000-INITIALIZE
               IF (ContractFileOK OR ContractFileNew)
                   AND CustomerEntryCount > ZERO
                   AND ProductEntryCount > ZERO
                   PERFORM 2000-PROCESS-MAINT-ACTION
                       UNTIL MaintDone
                   IF MasterChanged
                       PERFORM 8000-REWRITE-CONTRACT-FILE
                   ELSE
                       DISPLAY "No changes applied"
                   END-IF
               ELSE
                   DISPLAY "*** Contract file or customer/product "
                           "master not available - run "
                           "terminated ***"
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
      * A missing contract file is not an error here - the first
      * contract added creates the file.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM 1300-LOAD-CUSTOMER-MASTER
           PERFORM 1400-LOAD-PRODUCT-MASTER
           MOVE ZEROS TO ContractEntryCount
           OPEN INPUT ContractFile
           IF ContractFileOK
               PERFORM 1100-READ-CONTRACT-RECORD
               PERFORM 1200-STORE-CONTRACT-RECORD
                   UNTIL EndOfContracts
               CLOSE ContractFile
           END-IF.

       1100-READ-CONTRACT-RECORD.
           READ ContractFile
               AT END SET EndOfContracts TO TRUE
           END-READ.

       1200-STORE-CONTRACT-RECORD.
           IF ContractEntryCount < 500
               ADD 1 TO ContractEntryCount
               SET ContractIdx TO ContractEntryCount
               MOVE CtrCustomerId TO TableCtrCustomerId (ContractIdx)
               MOVE CtrProductCode
                   TO TableCtrProductCode (ContractIdx)
               IF CtrUnitPrice NUMERIC
                   MOVE CtrUnitPrice TO TableCtrUnitPrice (ContractIdx)
               ELSE
                   MOVE ZEROS TO TableCtrUnitPrice (ContractIdx)
               END-IF
               IF CtrStartDate NUMERIC
                   AND CtrEndDate NUMERIC
                   MOVE CtrStartDate TO TableCtrStartDate (ContractIdx)
                   MOVE CtrEndDate TO TableCtrEndDate (ContractIdx)
               ELSE
                   MOVE ZEROS TO TableCtrStartDate (ContractIdx)
                   MOVE ZEROS TO TableCtrEndDate (ContractIdx)
               END-IF
               MOVE CtrAccountManager TO TableCtrManager (ContractIdx)
               MOVE CtrReference TO TableCtrReference (ContractIdx)
               MOVE "N" TO TableCtrDeleted (ContractIdx)
           ELSE
               SET ContractTableOverflowed TO TRUE
               DISPLAY "*** Contract table full - contract "
                       CtrCustomerId " " CtrProductCode
                       " not loaded ***"
           END-IF
           PERFORM 1100-READ-CONTRACT-RECORD.

       1300-LOAD-CUSTOMER-MASTER.
           MOVE ZEROS TO CustomerEntryCount
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1310-READ-CUSTOMER-RECORD
               PERFORM 1320-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           END-IF.

       1310-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1320-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 200
               ADD 1 TO CustomerEntryCount
               MOVE CustMasterId
                   TO TableCustomerId (CustomerEntryCount)
               MOVE CustMasterName
                   TO TableCustomerName (CustomerEntryCount)
               MOVE CustMasterStatus
                   TO TableCustStatus (CustomerEntryCount)
           END-IF
           PERFORM 1310-READ-CUSTOMER-RECORD.

       1400-LOAD-PRODUCT-MASTER.
           MOVE ZEROS TO ProductEntryCount
           OPEN INPUT ProductMasterFile
           IF ProductMasterFileOK
               PERFORM 1410-READ-PRODUCT-RECORD
               PERFORM 1420-STORE-PRODUCT-RECORD
                   UNTIL EndOfProductMaster
               CLOSE ProductMasterFile
           END-IF.

       1410-READ-PRODUCT-RECORD.
           READ ProductMasterFile
               AT END SET EndOfProductMaster TO TRUE
           END-READ.

       1420-STORE-PRODUCT-RECORD.
           IF ProductEntryCount < 100
               ADD 1 TO ProductEntryCount
               MOVE ProdMasterCode
                   TO TableProductCode (ProductEntryCount)
               MOVE ProdMasterDescription
                   TO TableDescription (ProductEntryCount)
               MOVE ProdMasterUnitPrice
                   TO TableUnitPrice (ProductEntryCount)
               MOVE ProdMasterStatus
                   TO TableStatus (ProductEntryCount)
           END-IF
           PERFORM 1410-READ-PRODUCT-RECORD.

       2000-PROCESS-MAINT-ACTION.
           DISPLAY "Action - (A)dd (E)nd (D)elete (L)ist (Q)uit - "
                   WITH NO ADVANCING
           ACCEPT MaintActionCode
           EVALUATE TRUE
               WHEN MaintActionAdd    PERFORM 3000-ADD-CONTRACT
               WHEN MaintActionEnd    PERFORM 4000-END-CONTRACT
               WHEN MaintActionDelete PERFORM 5000-DELETE-CONTRACT
               WHEN MaintActionList   PERFORM 6000-LIST-CONTRACTS
               WHEN MaintActionQuit   SET MaintDone TO TRUE
               WHEN OTHER
                   DISPLAY "*** Invalid action - try again ***"
           END-EVALUATE.

       2100-PROMPT-CUSTOMER.
           DISPLAY "Customer ID - " WITH NO ADVANCING
           ACCEPT EnteredCustomerId
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 2110-SEARCH-CUSTOMER
               UNTIL CustomerFound
                  OR CustomerIdx > CustomerEntryCount.

       2110-SEARCH-CUSTOMER.
           IF TableCustomerId (CustomerIdx) = EnteredCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

       2200-PROMPT-PRODUCT.
           DISPLAY "Product code - " WITH NO ADVANCING
           ACCEPT EnteredProductCode
           MOVE "N" TO ProductFoundSwitch
           SET ProductIdx TO 1
           PERFORM 2210-SEARCH-PRODUCT
               UNTIL ProductFound
                  OR ProductIdx > ProductEntryCount.

       2210-SEARCH-PRODUCT.
           IF TableProductCode (ProductIdx) = EnteredProductCode
               SET ProductFound TO TRUE
           ELSE
               SET ProductIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * A contract is picked out by customer, product and start date.
      *----------------------------------------------------------------
       2300-PROMPT-CONTRACT.
           MOVE "N" TO ContractFoundSwitch
           PERFORM 2100-PROMPT-CUSTOMER
           PERFORM 2200-PROMPT-PRODUCT
           DISPLAY "Contract start date (yyyymmdd) - "
                   WITH NO ADVANCING
           ACCEPT EnteredDateText
           IF EnteredDateText NUMERIC
               SET ContractIdx TO 1
               PERFORM 2310-SEARCH-CONTRACT
                   UNTIL ContractFound
                      OR ContractIdx > ContractEntryCount
           END-IF.

       2310-SEARCH-CONTRACT.
           IF TableCtrCustomerId (ContractIdx) = EnteredCustomerId
               AND TableCtrProductCode (ContractIdx)
                   = EnteredProductCode
               AND TableCtrStartDate (ContractIdx) = EnteredDate
               AND NOT ContractDeleted (ContractIdx)
               SET ContractFound TO TRUE
           ELSE
               SET ContractIdx UP BY 1
           END-IF.

       2900-CHECK-ENTERED-DATE.
           MOVE "N" TO DateValidSwitch
           IF EnteredDateText NUMERIC
               IF EnteredMonth >= 1 AND EnteredMonth <= 12
                   AND EnteredDay >= 1 AND EnteredDay <= 31
                   SET DateValid TO TRUE
               END-IF
           END-IF.

       3000-ADD-CONTRACT.
           PERFORM 2100-PROMPT-CUSTOMER
           PERFORM 2200-PROMPT-PRODUCT
           EVALUATE TRUE
               WHEN NOT CustomerFound
                   DISPLAY "*** Customer not on master ***"
               WHEN TableCustStatus (CustomerIdx) = "I"
                   DISPLAY "*** Customer is inactive ***"
               WHEN NOT ProductFound
                   DISPLAY "*** Product not on master ***"
               WHEN TableStatus (ProductIdx) = "I"
                   DISPLAY "*** Product is deactivated ***"
               WHEN ContractEntryCount >= 500
                   DISPLAY "*** Contract file is full ***"
               WHEN OTHER
                   DISPLAY "Customer: " TableCustomerName (CustomerIdx)
                   DISPLAY "Product:  " TableDescription (ProductIdx)
                           " master price " TableUnitPrice (ProductIdx)
                   PERFORM 3100-ENTER-CONTRACT-TERMS
           END-EVALUATE.

       3100-ENTER-CONTRACT-TERMS.
           DISPLAY "Contract unit price (99999999 - 5 digits and 3 "
                   "decimals, e.g. 00012500 = 12.500) - "
                   WITH NO ADVANCING
           ACCEPT EnteredPriceText
           IF EnteredPriceText NOT NUMERIC
               OR EnteredPriceText = ZEROS
               DISPLAY "*** Price must be eight digits and above "
                       "zero ***"
           ELSE
               DISPLAY "Start date (yyyymmdd, blank = today) - "
                       WITH NO ADVANCING
               ACCEPT EnteredDateText
               IF EnteredDateText = SPACES
                   MOVE RunDate TO EnteredDateText
               END-IF
               PERFORM 2900-CHECK-ENTERED-DATE
               IF DateValid
                   MOVE EnteredDate TO NewStartDate
                   DISPLAY "End date (yyyymmdd) - " WITH NO ADVANCING
                   ACCEPT EnteredDateText
                   PERFORM 2900-CHECK-ENTERED-DATE
                   PERFORM 3200-CHECK-CONTRACT-DATES
               ELSE
                   DISPLAY "*** Start date is not a valid date ***"
               END-IF
           END-IF.

       3200-CHECK-CONTRACT-DATES.
           IF DateValid
               MOVE EnteredDate TO NewEndDate
               MOVE "N" TO OverlapSwitch
               PERFORM 3250-CHECK-OVERLAP
                   VARYING ContractIdx FROM 1 BY 1
                   UNTIL ContractIdx > ContractEntryCount
           END-IF
           EVALUATE TRUE
               WHEN NOT DateValid
                   DISPLAY "*** End date is not a valid date ***"
               WHEN NewEndDate < NewStartDate
                   DISPLAY "*** End date is before the start date ***"
               WHEN NewEndDate < RunDate
                   DISPLAY "*** End date is in the past ***"
               WHEN ContractOverlaps
                   DISPLAY "*** Dates overlap a contract already on "
                           "file for this customer and product - "
                           "end that one first ***"
               WHEN OTHER
                   PERFORM 3300-STORE-NEW-CONTRACT
           END-EVALUATE.

       3250-CHECK-OVERLAP.
           IF TableCtrCustomerId (ContractIdx) = EnteredCustomerId
               AND TableCtrProductCode (ContractIdx)
                   = EnteredProductCode
               AND NOT ContractDeleted (ContractIdx)
               AND TableCtrStartDate (ContractIdx) <= NewEndDate
               AND TableCtrEndDate (ContractIdx) >= NewStartDate
               SET ContractOverlaps TO TRUE
           END-IF.

       3300-STORE-NEW-CONTRACT.
           DISPLAY "Account manager (blank = you) - "
                   WITH NO ADVANCING
           ACCEPT EnteredManager
           IF EnteredManager = SPACES
               MOVE OperatorId TO EnteredManager
           END-IF
           DISPLAY "Contract reference - " WITH NO ADVANCING
           ACCEPT EnteredReference
           ADD 1 TO ContractEntryCount
           SET ContractIdx TO ContractEntryCount
           MOVE EnteredCustomerId TO TableCtrCustomerId (ContractIdx)
           MOVE EnteredProductCode TO TableCtrProductCode (ContractIdx)
           MOVE EnteredUnitPrice TO TableCtrUnitPrice (ContractIdx)
           MOVE NewStartDate TO TableCtrStartDate (ContractIdx)
           MOVE NewEndDate TO TableCtrEndDate (ContractIdx)
           MOVE EnteredManager TO TableCtrManager (ContractIdx)
           MOVE EnteredReference TO TableCtrReference (ContractIdx)
           MOVE "N" TO TableCtrDeleted (ContractIdx)
           MOVE "CONTRACT-ADD" TO AuditFieldName
           PERFORM 7000-LOG-CONTRACT-IMAGE
           SET MasterChanged TO TRUE
           ADD 1 TO ActionAppliedCount
           DISPLAY "Contract added for " EnteredCustomerId " "
                   EnteredProductCode " at " EnteredUnitPrice
                   " from " NewStartDate " to " NewEndDate.

      *----------------------------------------------------------------
      * Ending a contract early only ever shortens it, and never to
      * before today - the lines already priced under it stand.
      *----------------------------------------------------------------
       4000-END-CONTRACT.
           PERFORM 2300-PROMPT-CONTRACT
           IF ContractFound
               DISPLAY "Contract at " TableCtrUnitPrice (ContractIdx)
                       " runs " TableCtrStartDate (ContractIdx)
                       " to " TableCtrEndDate (ContractIdx)
               DISPLAY "New end date (yyyymmdd, blank = today) - "
                       WITH NO ADVANCING
               ACCEPT EnteredDateText
               IF EnteredDateText = SPACES
                   MOVE RunDate TO EnteredDateText
               END-IF
               PERFORM 2900-CHECK-ENTERED-DATE
               EVALUATE TRUE
                   WHEN NOT DateValid
                       DISPLAY "*** End date is not a valid date ***"
                   WHEN EnteredDate < RunDate
                       DISPLAY "*** End date is in the past ***"
                   WHEN EnteredDate < TableCtrStartDate (ContractIdx)
                       DISPLAY "*** End date is before the start "
                               "date - delete the contract "
                               "instead ***"
                   WHEN EnteredDate > TableCtrEndDate (ContractIdx)
                       DISPLAY "*** A contract can only be ended "
                               "early, not extended ***"
                   WHEN OTHER
                       MOVE EnteredDate
                           TO TableCtrEndDate (ContractIdx)
                       MOVE "CONTRACT-END" TO AuditFieldName
                       PERFORM 7000-LOG-CONTRACT-IMAGE
                       SET MasterChanged TO TRUE
                       ADD 1 TO ActionAppliedCount
                       DISPLAY "Contract now ends " EnteredDate
               END-EVALUATE
           ELSE
               DISPLAY "*** No such contract on file ***"
           END-IF.

      *----------------------------------------------------------------
      * Only a contract that has not started can be deleted - once a
      * line may have been priced under it, it is ended instead.
      *----------------------------------------------------------------
       5000-DELETE-CONTRACT.
           PERFORM 2300-PROMPT-CONTRACT
           EVALUATE TRUE
               WHEN NOT ContractFound
                   DISPLAY "*** No such contract on file ***"
               WHEN TableCtrStartDate (ContractIdx) <= RunDate
                   DISPLAY "*** Contract has started - end it "
                           "instead ***"
               WHEN OTHER
                   MOVE "Y" TO TableCtrDeleted (ContractIdx)
                   MOVE "CONTRACT-DELETE" TO AuditFieldName
                   PERFORM 7000-LOG-CONTRACT-IMAGE
                   SET MasterChanged TO TRUE
                   ADD 1 TO ActionAppliedCount
                   DISPLAY "Contract deleted"
           END-EVALUATE.

       6000-LIST-CONTRACTS.
           PERFORM 2100-PROMPT-CUSTOMER
           MOVE ZEROS TO ListedCount
           DISPLAY "PRODUCT     PRICE    START      END  MANAGER    "
                   "REFERENCE"
           PERFORM 6100-LIST-ONE-CONTRACT
               VARYING ContractIdx FROM 1 BY 1
               UNTIL ContractIdx > ContractEntryCount
           DISPLAY ListedCount " contract(s) on file for "
                   EnteredCustomerId.

       6100-LIST-ONE-CONTRACT.
           IF TableCtrCustomerId (ContractIdx) = EnteredCustomerId
               AND NOT ContractDeleted (ContractIdx)
               ADD 1 TO ListedCount
               DISPLAY TableCtrProductCode (ContractIdx) " "
                       TableCtrUnitPrice (ContractIdx) " "
                       TableCtrStartDate (ContractIdx) " "
                       TableCtrEndDate (ContractIdx) " "
                       TableCtrManager (ContractIdx) " "
                       TableCtrReference (ContractIdx)
           END-IF.

       7000-LOG-CONTRACT-IMAGE.
           MOVE SPACES TO AuditValueEntered
           STRING TableCtrCustomerId (ContractIdx) DELIMITED BY SIZE
                  TableCtrProductCode (ContractIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TableCtrStartDate (ContractIdx) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TableCtrEndDate (ContractIdx) DELIMITED BY SIZE
               INTO AuditValueEntered
           END-STRING
           CALL "AUDITLOG" USING OperatorId AuditProgramName
               AuditFieldName AuditValueEntered.

      *----------------------------------------------------------------
      * Never rewrite the file from an overflowed table - the
      * contracts past the table cap were not loaded, and writing the
      * table back would delete them.
      *----------------------------------------------------------------
       8000-REWRITE-CONTRACT-FILE.
           IF ContractTableOverflowed
               DISPLAY "*** Contract file has more records than "
                       "the table holds - changes NOT written "
                       "back ***"
           ELSE
               OPEN OUTPUT ContractFile
               PERFORM 8100-WRITE-CONTRACT-ENTRY
                   VARYING ContractIdx FROM 1 BY 1
                   UNTIL ContractIdx > ContractEntryCount
               CLOSE ContractFile
               DISPLAY "Contract file rewritten - "
                       ActionAppliedCount " action(s) applied"
           END-IF.

       8100-WRITE-CONTRACT-ENTRY.
           IF NOT ContractDeleted (ContractIdx)
               MOVE SPACES TO ContractRecord
               MOVE TableCtrCustomerId (ContractIdx) TO CtrCustomerId
               MOVE TableCtrProductCode (ContractIdx)
                   TO CtrProductCode
               MOVE TableCtrUnitPrice (ContractIdx) TO CtrUnitPrice
               MOVE TableCtrStartDate (ContractIdx) TO CtrStartDate
               MOVE TableCtrEndDate (ContractIdx) TO CtrEndDate
               MOVE TableCtrManager (ContractIdx) TO CtrAccountManager
               MOVE TableCtrReference (ContractIdx) TO CtrReference
               WRITE ContractRecord
           END-IF.
       END PROGRAM ContractMaint.
