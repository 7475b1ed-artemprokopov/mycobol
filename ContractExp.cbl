      ******************************************************************
      * Author: Artem Prokopov
      * Date: 28/09/2026
      * Purpose: Contract expiry warning for account managers. A
      *          contract price (CONTRACT.DAT, layout CONTRACT.cpy)
      *          that runs out unnoticed drops the customer back to
      *          the master price and the quantity breaks overnight.
      *          This step lists every contract whose end date falls
      *          from today through the days on SHOPPARM row CONTREXP
      *          (low value, default 030 - the shop's 30/360 day
      *          count), grouped by account manager and in end-date
      *          order within each, on CONTREXP.DAT (RPTCTL bracket):
      *          the end date and days left, the customer and name off
      *          CUSTMSTR.DAT, the product, the contract price and the
      *          contract reference. A contract for the same customer
      *          and product that starts after the expiring one is
      *          noted as RENEWED, so only the ones still needing a
      *          decision stand out. The trailer carries the contracts
      *          listed and how many are not renewed. RETURN-CODE 4
      *          when any listed contract is not renewed, 0 otherwise.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContractExp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContractFile ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT ShopParmFile ASSIGN TO "SHOPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShopParmFileStatus.
           SELECT ContractExpiryFile ASSIGN TO "CONTREXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ContractSortFile ASSIGN TO "SRTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  ContractFile
           RECORD CONTAINS 60 CHARACTERS.
           COPY "CONTRACT.cpy".
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  ShopParmFile
           RECORD CONTAINS 16 CHARACTERS.
           COPY "SHOPPARM.cpy".
       FD  ContractExpiryFile
           RECORD CONTAINS 80 CHARACTERS.
       01 ContractExpiryRecord.
           02 ExpiryLineText           PIC X(80).
           COPY "RPTCTL.cpy".
       SD  ContractSortFile.
       01 ContractSortRecord.
           02 SortManager              PIC X(10).
           02 SortEndDate              PIC 9(8).
           02 SortCustomerId           PIC X(6).
           02 SortProductCode          PIC X(6).
           02 SortUnitPrice            PIC 9(5)V999.
           02 SortReference            PIC X(8).
           02 SortDaysLeft             PIC 9(3).
           02 SortRenewedFlag          PIC X.
               88 SortRenewed          VALUE "Y".
       WORKING-STORAGE SECTION.
       01 ContractFileStatus       PIC XX.
           88 ContractFileOK       VALUE "00".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 ShopParmFileStatus       PIC XX.
           88 ShopParmFileOK       VALUE "00".
       01 ContractEndSwitch        PIC X VALUE "N".
           88 EndOfContracts       VALUE "Y".
       01 CustomerMasterEndSwitch  PIC X VALUE "N".
           88 EndOfCustomerMaster  VALUE "Y".
       01 ShopParmEndSwitch        PIC X VALUE "N".
           88 EndOfShopParm        VALUE "Y".
       01 ContractSortEndSwitch    PIC X VALUE "N".
           88 EndOfContractSort    VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 ContractTable.
           02 ContractEntry OCCURS 500 TIMES
               INDEXED BY ContractIdx RenewalIdx.
               03 TableCtrCustomerId PIC X(6).
               03 TableCtrProductCode PIC X(6).
               03 TableCtrUnitPrice PIC 9(5)V999.
               03 TableCtrStartDate PIC 9(8).
               03 TableCtrEndDate   PIC 9(8).
               03 TableCtrManager   PIC X(10).
               03 TableCtrReference PIC X(8).
       01 ContractEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerTable.
           02 CustomerEntry OCCURS 200 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
       01 RenewedSwitch            PIC X.
           88 ContractRenewed      VALUE "Y".
       01 WarningDays              PIC 9(3) VALUE 30.
       01 ExpiryDateWork.
           02 WorkDate             PIC 9(8).
           02 WorkDateSplit REDEFINES WorkDate.
               03 WorkYear         PIC 9(4).
               03 WorkMonth        PIC 99.
               03 WorkDay          PIC 99.
           02 WorkDayNumber        PIC 9(7).
           02 RunDayNumber         PIC 9(7).
       01 DaysLeft                 PIC S9(7).
       01 CurrentManager           PIC X(10).
       01 FirstManagerSwitch       PIC X VALUE "Y".
           88 FirstManager         VALUE "Y".
       01 PriceDisplay             PIC Z(4)9.999.
       01 ContractsListedCount     PIC 9(7) VALUE ZEROS.
       01 NotRenewedCount          PIC 9(7) VALUE ZEROS.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "CONTREXP".
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
           PERFORM 8000-SORT-AND-WRITE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate TO WorkDate
           PERFORM 7000-DATE-TO-DAY-NUMBER
           MOVE WorkDayNumber TO RunDayNumber
           PERFORM 1100-LOAD-SHOP-PARMS
           PERFORM 1200-LOAD-CUSTOMER-MASTER
           PERFORM 1300-LOAD-CONTRACTS
           OPEN OUTPUT ContractExpiryFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "CONTREXP" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord.

       1100-LOAD-SHOP-PARMS.
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
           IF ParmProgramId = "CONTREXP"
               AND ParmLowValue NUMERIC
               AND ParmLowValue > ZEROS
               MOVE ParmLowValue TO WarningDays
           END-IF
           PERFORM 1110-READ-PARM-RECORD.

      *----------------------------------------------------------------
      * Names come off the customer master - a customer missing from
      * it (or a missing master) is still listed, by ID alone.
      *----------------------------------------------------------------
       1200-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1210-READ-CUSTOMER-RECORD
               PERFORM 1220-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomerMaster
               CLOSE CustomerMasterFile
           END-IF.

       1210-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomerMaster TO TRUE
           END-READ.

       1220-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 200
               ADD 1 TO CustomerEntryCount
               MOVE CustMasterId
                   TO TableCustomerId (CustomerEntryCount)
               MOVE CustMasterName
                   TO TableCustomerName (CustomerEntryCount)
           END-IF
           PERFORM 1210-READ-CUSTOMER-RECORD.

      *----------------------------------------------------------------
      * The whole file is held so each expiring contract can be
      * checked for a follow-on contract already keyed.
      *----------------------------------------------------------------
       1300-LOAD-CONTRACTS.
           OPEN INPUT ContractFile
           IF ContractFileOK
               PERFORM 1310-READ-CONTRACT
               PERFORM 1320-STORE-CONTRACT
                   UNTIL EndOfContracts
               CLOSE ContractFile
           ELSE
               DISPLAY "No contract file - no contracts to warn on"
           END-IF.

       1310-READ-CONTRACT.
           READ ContractFile
               AT END SET EndOfContracts TO TRUE
           END-READ.

       1320-STORE-CONTRACT.
           IF CtrUnitPrice NUMERIC
               AND CtrStartDate NUMERIC
               AND CtrEndDate NUMERIC
               IF ContractEntryCount < 500
                   ADD 1 TO ContractEntryCount
                   SET ContractIdx TO ContractEntryCount
                   MOVE CtrCustomerId
                       TO TableCtrCustomerId (ContractIdx)
                   MOVE CtrProductCode
                       TO TableCtrProductCode (ContractIdx)
                   MOVE CtrUnitPrice TO TableCtrUnitPrice (ContractIdx)
                   MOVE CtrStartDate TO TableCtrStartDate (ContractIdx)
                   MOVE CtrEndDate TO TableCtrEndDate (ContractIdx)
                   MOVE CtrAccountManager
                       TO TableCtrManager (ContractIdx)
                   MOVE CtrReference TO TableCtrReference (ContractIdx)
               ELSE
                   DISPLAY "*** Contract table full - contract "
                           CtrCustomerId " " CtrProductCode
                           " not checked ***"
               END-IF
           END-IF
           PERFORM 1310-READ-CONTRACT.

      *----------------------------------------------------------------
      * Contracts ending today through the warning window are
      * released to the sort by account manager and end date.
      *----------------------------------------------------------------
       8000-SORT-AND-WRITE-REPORT.
           SORT ContractSortFile
               ON ASCENDING KEY SortManager SortEndDate
                                SortCustomerId SortProductCode
               INPUT PROCEDURE IS 8100-RELEASE-EXPIRING
               OUTPUT PROCEDURE IS 8300-RETURN-SORTED-CONTRACT
           IF ContractsListedCount = ZERO
               MOVE SPACES TO ExpiryLineText
               MOVE "NO CONTRACTS EXPIRE IN THE COMING "
                   TO ExpiryLineText (1:34)
               MOVE WarningDays TO ExpiryLineText (35:3)
               MOVE "DAYS" TO ExpiryLineText (39:4)
               WRITE ContractExpiryRecord
               ADD 1 TO ReportLineCount
           END-IF.

       8100-RELEASE-EXPIRING.
           PERFORM 8110-CHECK-CONTRACT
               VARYING ContractIdx FROM 1 BY 1
               UNTIL ContractIdx > ContractEntryCount.

       8110-CHECK-CONTRACT.
           IF TableCtrEndDate (ContractIdx) >= RunDate
               MOVE TableCtrEndDate (ContractIdx) TO WorkDate
               PERFORM 7000-DATE-TO-DAY-NUMBER
               COMPUTE DaysLeft = WorkDayNumber - RunDayNumber
               IF DaysLeft <= WarningDays
                   PERFORM 8120-CHECK-RENEWAL
                   PERFORM 8150-RELEASE-CONTRACT
               END-IF
           END-IF.

       8120-CHECK-RENEWAL.
           MOVE "N" TO RenewedSwitch
           PERFORM 8130-CHECK-RENEWAL-ENTRY
               VARYING RenewalIdx FROM 1 BY 1
               UNTIL RenewalIdx > ContractEntryCount.

       8130-CHECK-RENEWAL-ENTRY.
           IF TableCtrCustomerId (RenewalIdx)
                   = TableCtrCustomerId (ContractIdx)
               AND TableCtrProductCode (RenewalIdx)
                   = TableCtrProductCode (ContractIdx)
               AND TableCtrStartDate (RenewalIdx)
                   > TableCtrEndDate (ContractIdx)
               SET ContractRenewed TO TRUE
           END-IF.

       8150-RELEASE-CONTRACT.
           MOVE TableCtrManager (ContractIdx) TO SortManager
           MOVE TableCtrEndDate (ContractIdx) TO SortEndDate
           MOVE TableCtrCustomerId (ContractIdx) TO SortCustomerId
           MOVE TableCtrProductCode (ContractIdx) TO SortProductCode
           MOVE TableCtrUnitPrice (ContractIdx) TO SortUnitPrice
           MOVE TableCtrReference (ContractIdx) TO SortReference
           MOVE DaysLeft TO SortDaysLeft
           MOVE RenewedSwitch TO SortRenewedFlag
           RELEASE ContractSortRecord.

       8300-RETURN-SORTED-CONTRACT.
           MOVE "N" TO ContractSortEndSwitch
           PERFORM 8310-RETURN-ONE-CONTRACT
               UNTIL EndOfContractSort.

       8310-RETURN-ONE-CONTRACT.
           RETURN ContractSortFile
               AT END
                   SET EndOfContractSort TO TRUE
               NOT AT END
                   PERFORM 8400-WRITE-CONTRACT-LINE
           END-RETURN.

       8400-WRITE-CONTRACT-LINE.
           IF FirstManager
               OR SortManager NOT = CurrentManager
               PERFORM 8450-WRITE-MANAGER-HEADING
           END-IF
           MOVE SPACES TO ExpiryLineText
           MOVE SortEndDate TO ExpiryLineText (1:8)
           MOVE SortDaysLeft TO ExpiryLineText (11:3)
           MOVE SortCustomerId TO ExpiryLineText (16:6)
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 8410-SEARCH-CUSTOMER
               UNTIL CustomerFound
                  OR CustomerIdx > CustomerEntryCount
           IF CustomerFound
               MOVE TableCustomerName (CustomerIdx)
                   TO ExpiryLineText (23:20)
           ELSE
               MOVE "(NOT ON MASTER)" TO ExpiryLineText (23:15)
           END-IF
           MOVE SortProductCode TO ExpiryLineText (44:6)
           MOVE SortUnitPrice TO PriceDisplay
           MOVE PriceDisplay TO ExpiryLineText (51:9)
           MOVE SortReference TO ExpiryLineText (62:8)
           IF SortRenewed
               MOVE "RENEWED" TO ExpiryLineText (72:7)
           ELSE
               ADD 1 TO NotRenewedCount
           END-IF
           WRITE ContractExpiryRecord
           ADD 1 TO ReportLineCount
           ADD 1 TO ContractsListedCount.

       8410-SEARCH-CUSTOMER.
           IF TableCustomerId (CustomerIdx) = SortCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

       8450-WRITE-MANAGER-HEADING.
           MOVE "N" TO FirstManagerSwitch
           MOVE SortManager TO CurrentManager
           MOVE SPACES TO ExpiryLineText
           WRITE ContractExpiryRecord
           MOVE SPACES TO ExpiryLineText
           MOVE "ACCOUNT MANAGER " TO ExpiryLineText (1:16)
           IF SortManager = SPACES
               MOVE "(NONE)" TO ExpiryLineText (17:6)
           ELSE
               MOVE SortManager TO ExpiryLineText (17:10)
           END-IF
           WRITE ContractExpiryRecord
           MOVE SPACES TO ExpiryLineText
           MOVE "ENDS" TO ExpiryLineText (1:4)
           MOVE "DAYS" TO ExpiryLineText (10:4)
           MOVE "CUSTOMER" TO ExpiryLineText (16:8)
           MOVE "PRODUCT" TO ExpiryLineText (44:7)
           MOVE "PRICE" TO ExpiryLineText (55:5)
           MOVE "REFERENCE" TO ExpiryLineText (62:9)
           WRITE ContractExpiryRecord
           ADD 3 TO ReportLineCount.

       7000-DATE-TO-DAY-NUMBER.
           COMPUTE WorkDayNumber =
               WorkYear * 360 + (WorkMonth - 1) * 30 + WorkDay.

       9000-TERMINATE.
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ContractsListedCount TO TrailerRecordCount
           MOVE NotRenewedCount TO TrailerControlTotal
           WRITE ReportTrailerRecord
           CLOSE ContractExpiryFile
           DISPLAY "Warning days           = " WarningDays
           DISPLAY "Contracts expiring     = " ContractsListedCount
           DISPLAY "Not yet renewed        = " NotRenewedCount
           IF NotRenewedCount > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE ReportLineCount TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM ContractExp.
