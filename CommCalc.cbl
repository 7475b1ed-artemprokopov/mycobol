      ******************************************************************
      * Author: Artem Prokopov
      * Date: 06/10/2026
      * Purpose: Monthly sales commission on cash collected. Each
      *          customer is assigned a salesperson on the customer
      *          master (CUSTMSTR.DAT), and each salesperson has a
      *          commission rate table on the salesperson master
      *          (SLSPMSTR.DAT, layout SLSPMSTR.cpy). Commission is
      *          paid on cash ArCash actually applied to invoices in
      *          the month, from the cash-application history
      *          (CASHHIST.DAT, layout CASHHIST.cpy): each
      *          salesperson's cash for the month is totalled, the
      *          rate of the highest tier that total reaches is
      *          found, and every application is paid at that rate.
      *          Commission already paid on an invoice voided
      *          (VOIDREG.DAT) or written off as bad debt
      *          (WOFFREG.DAT) in the month is clawed back from the
      *          salesperson who was paid it, for whatever the
      *          invoice's commission lines on COMMHIST.DAT and this
      *          run still net to. A return posted in the month
      *          (RETNHIST.DAT) is followed through its RMA
      *          (RMAFILE.DAT) to the customer's original invoice
      *          reference and from there through the invoice-
      *          reference history (INVREFHS.DAT) to the invoice the
      *          goods were billed on; the salesperson paid on that
      *          invoice gives back the commission on the returned
      *          value, at the rate it was paid at and never more
      *          than they still hold on it. The month is named on
      *          the command line as yyyymm; with none given it is
      *          the month before the run date. A month already on
      *          COMMHIST.DAT is refused, so commission is never paid
      *          twice. The
      *          run appends its commission and clawback lines to
      *          COMMHIST.DAT (layout COMMHIST.cpy), writes the
      *          commission statement per salesperson to COMMSTMT.DAT
      *          and the payroll handoff - one record per salesperson
      *          with the payroll ID and the net commission - to
      *          COMMPAY.DAT, each with the RPTCTL bracket. Cash from
      *          a customer with no salesperson, or one not on the
      *          salesperson master, earns nothing and is listed on
      *          the statement. RETURN-CODE 0 clean, 4 when any cash
      *          went unpaid that way or a return could not be traced
      *          to its invoice, 8 when the month is not valid
      *          or already paid, a file cannot be read, or a table
      *          is full - and then nothing is written.
      * Tectonics: cobc
      * Modifications:
      *   15/10/2026 AP - Returns posted in the month claw back the
      *                   commission paid on the returned value from
      *                   the salesperson paid on the original invoice,
      *                   traced RETNHIST -> RMAFILE -> INVREFHS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommCalc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT SalespersonFile ASSIGN TO "SLSPMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalespersonFileStatus.
           SELECT CashHistoryFile ASSIGN TO "CASHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashHistoryFileStatus.
           SELECT WriteOffFile ASSIGN TO "WOFFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffFileStatus.
           SELECT VoidRegisterFile ASSIGN TO "VOIDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VoidRegisterFileStatus.
           SELECT ReturnHistoryFile ASSIGN TO "RETNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReturnHistoryFileStatus.
           SELECT RmaFile ASSIGN TO "RMAFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RmaFileStatus.
           SELECT InvRefHistoryFile ASSIGN TO "INVREFHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvRefHistoryFileStatus.
           SELECT CommissionHistoryFile ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CommissionHistoryFileStatus.
           SELECT StatementFile ASSIGN TO "COMMSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PayrollFile ASSIGN TO "COMMPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  SalespersonFile
           RECORD CONTAINS 96 CHARACTERS.
           COPY "SLSPMSTR.cpy".
       FD  CashHistoryFile
           RECORD CONTAINS 37 CHARACTERS.
           COPY "CASHHIST.cpy".
       FD  WriteOffFile
           RECORD CONTAINS 75 CHARACTERS.
           COPY "WOFFREG.cpy".
       FD  VoidRegisterFile
           RECORD CONTAINS 88 CHARACTERS.
           COPY "VOIDREG.cpy".
       FD  ReturnHistoryFile
           RECORD CONTAINS 55 CHARACTERS.
           COPY "RETNHIST.cpy".
       FD  RmaFile
           RECORD CONTAINS 63 CHARACTERS.
           COPY "RMAFILE.cpy".
       FD  InvRefHistoryFile
           RECORD CONTAINS 20 CHARACTERS.
       01 InvRefHistoryRecord.
           02 RefHistCustomerId        PIC X(6).
           02 RefHistSpace1            PIC X.
           02 RefHistInvoiceRef        PIC X(6).
           02 RefHistSpace2            PIC X.
           02 RefHistInvoiceNo         PIC 9(6).
       FD  CommissionHistoryFile
           RECORD CONTAINS 56 CHARACTERS.
           COPY "COMMHIST.cpy".
       FD  StatementFile
           RECORD CONTAINS 72 CHARACTERS.
       01 StatementRecord.
           02 StatementLineText        PIC X(72).
           COPY "RPTCTL.cpy".
      *    One record per salesperson paid or charged this month: the
      *    month, the salesperson, the ID payroll knows them by, the
      *    net commission (negative when clawbacks exceed it) and the
      *    number of commission lines behind it.
       FD  PayrollFile
           RECORD CONTAINS 37 CHARACTERS.
       01 PayrollRecord.
           02 PayPeriod                PIC 9(6).
           02 PaySpace1                PIC X.
           02 PaySalespersonId         PIC X(4).
           02 PaySpace2                PIC X.
           02 PayPayrollId             PIC X(8).
           02 PaySpace3                PIC X.
           02 PayNetCommission         PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
           02 PaySpace4                PIC X.
           02 PayLineCount             PIC 9(5).
       01 PayrollHeaderRecord.
           02 PayHeaderRecordType      PIC X(3).
           02 PayHeaderProgramName     PIC X(8).
           02 PayHeaderRunDate         PIC 9(8).
           02 PayHeaderRunTime         PIC 9(6).
       01 PayrollTrailerRecord.
           02 PayTrailerRecordType     PIC X(3).
           02 PayTrailerRecordCount    PIC 9(7).
           02 PayTrailerControlTotal   PIC 9(9).
           02 PayTrailerRejectCount    PIC 9(7).
       WORKING-STORAGE SECTION.
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 SalespersonFileStatus    PIC XX.
           88 SalespersonFileOK    VALUE "00".
       01 CashHistoryFileStatus    PIC XX.
           88 CashHistoryFileOK    VALUE "00".
           88 CashHistoryFileNew   VALUE "35".
       01 WriteOffFileStatus       PIC XX.
           88 WriteOffFileOK       VALUE "00".
       01 VoidRegisterFileStatus   PIC XX.
           88 VoidRegisterFileOK   VALUE "00".
       01 ReturnHistoryFileStatus  PIC XX.
           88 ReturnHistoryFileOK  VALUE "00".
           88 ReturnHistoryFileNew VALUE "35".
       01 RmaFileStatus            PIC XX.
           88 RmaFileOK            VALUE "00".
       01 InvRefHistoryFileStatus  PIC XX.
           88 InvRefHistoryFileOK  VALUE "00".
       01 CommissionHistoryFileStatus PIC XX.
           88 CommissionHistoryFileOK VALUE "00".
           88 CommissionHistoryFileNew VALUE "35".
       01 CustomerEndSwitch        PIC X VALUE "N".
           88 EndOfCustomers       VALUE "Y".
       01 SalespersonEndSwitch     PIC X VALUE "N".
           88 EndOfSalespersons    VALUE "Y".
       01 CashHistoryEndSwitch     PIC X VALUE "N".
           88 EndOfCashHistory     VALUE "Y".
       01 WriteOffEndSwitch        PIC X VALUE "N".
           88 EndOfWriteOffs       VALUE "Y".
       01 VoidEndSwitch            PIC X VALUE "N".
           88 EndOfVoids           VALUE "Y".
       01 ReturnHistoryEndSwitch   PIC X VALUE "N".
           88 EndOfReturnHistory   VALUE "Y".
       01 RmaEndSwitch             PIC X VALUE "N".
           88 EndOfRmaFile         VALUE "Y".
       01 InvRefHistoryEndSwitch   PIC X VALUE "N".
           88 EndOfInvRefHistory   VALUE "Y".
       01 CommissionEndSwitch      PIC X VALUE "N".
           88 EndOfCommissionHistory VALUE "Y".
       01 CommissionFailedSwitch   PIC X VALUE "N".
           88 CommissionFailed     VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 SystemTimeOfDay          PIC 9(8).
       01 CommissionParm           PIC X(40).
       01 PeriodText               PIC X(6).
       01 CommissionPeriod         PIC 9(6).
       01 CommissionPeriodParts REDEFINES CommissionPeriod.
           02 PeriodYear           PIC 9(4).
           02 PeriodMonth          PIC 99.
       01 CustomerTable.
           02 CustomerEntry OCCURS 500 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustSalesperson PIC X(4).
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
      *----------------------------------------------------------------
      * The salespersons with their rate tables, and what each is
      * collected, paid and charged back this month.
      *----------------------------------------------------------------
       01 SalespersonTable.
           02 SalespersonEntry OCCURS 200 TIMES
               INDEXED BY SalespersonIdx.
               03 TableSlspId       PIC X(4).
               03 TableSlspName     PIC X(20).
               03 TablePayrollId    PIC X(8).
               03 TableRateTier OCCURS 4 TIMES.
                   04 TableTierFrom PIC 9(7)V99.
                   04 TableTierRate PIC 99V99.
               03 TableCollected    PIC S9(9)V99.
               03 TableRate         PIC 99V99.
               03 TableCommission   PIC S9(7)V99.
               03 TableClawback     PIC S9(7)V99.
               03 TableLineCount    PIC 9(5).
       01 SalespersonEntryCount    PIC 9(3) VALUE ZEROS.
       01 SalespersonFoundSwitch   PIC X.
           88 SalespersonFound     VALUE "Y".
       01 SearchSalespersonId      PIC X(4).
       01 TierIdx                  PIC 9.
      *----------------------------------------------------------------
      * The month's commission and clawback lines. A line whose
      * exception code is not blank earns nothing: U the customer
      * has no salesperson, N the customer is not on the master, X
      * the salesperson is not on the salesperson master.
      *----------------------------------------------------------------
       01 CommissionLineTable.
           02 CommissionLineEntry OCCURS 2000 TIMES
               INDEXED BY LineIdx.
               03 LineSalespersonId PIC X(4).
               03 LineInvoiceNo     PIC 9(6).
               03 LineCustomerId    PIC X(6).
               03 LineKind          PIC X.
               03 LineBaseAmount    PIC S9(9)V99.
               03 LineRate          PIC 99V99.
               03 LineCommission    PIC S9(7)V99.
               03 LineException     PIC X.
       01 CommissionLineCount      PIC 9(4) VALUE ZEROS.
      *----------------------------------------------------------------
      * The invoices voided or written off as bad debt this month
      * (credited in full) or with goods returned against them this
      * month (credited for the returned value), and what commission
      * each salesperson still holds on them.
      *----------------------------------------------------------------
       01 CreditedInvoiceTable.
           02 CreditedInvoiceEntry OCCURS 500 TIMES
               INDEXED BY CreditedIdx.
               03 CreditedInvoiceNo PIC 9(6).
               03 CreditedCustomerId PIC X(6).
               03 CreditedKind      PIC X.
                   88 CreditedInFull    VALUE "F".
                   88 CreditedByReturn  VALUE "R".
               03 CreditedReturnValue PIC S9(9)V99.
       01 NoteCreditKind           PIC X.
       01 NoteReturnValue          PIC S9(9)V99.
       01 CreditedInvoiceCount     PIC 9(3) VALUE ZEROS.
       01 CreditedFoundSwitch      PIC X.
           88 CreditedFound        VALUE "Y".
       01 SearchInvoiceNo          PIC 9(6).
       01 SearchCustomerId         PIC X(6).
       01 HeldCommissionTable.
           02 HeldCommissionEntry OCCURS 500 TIMES
               INDEXED BY HeldIdx.
               03 HeldInvoiceNo     PIC 9(6).
               03 HeldSalespersonId PIC X(4).
               03 HeldCustomerId    PIC X(6).
               03 HeldBaseAmount    PIC S9(9)V99.
               03 HeldCommission    PIC S9(7)V99.
       01 HeldCommissionCount      PIC 9(3) VALUE ZEROS.
       01 HeldFoundSwitch          PIC X.
           88 HeldFound            VALUE "Y".
       01 HeldAddBase              PIC S9(9)V99.
       01 HeldAddCommission        PIC S9(7)V99.
       01 ClawbackBase             PIC S9(9)V99.
       01 ClawbackCommission       PIC S9(7)V99.
      *----------------------------------------------------------------
      * The returns posted this month, each traced through its RMA
      * to the customer's original invoice reference and from there
      * to the invoice number the goods were billed on.
      *----------------------------------------------------------------
       01 ReturnTable.
           02 ReturnEntry OCCURS 500 TIMES
               INDEXED BY ReturnIdx.
               03 RetRmaNumber      PIC X(8).
               03 RetCreditGross    PIC 9(8)V99.
               03 RetOrigCustomerId PIC X(6).
               03 RetOrigRef        PIC X(6).
               03 RetOrigInvoiceNo  PIC 9(6).
               03 RetTraceSwitch    PIC X.
                   88 RetTraced         VALUE "Y".
       01 ReturnEntryCount         PIC 9(3) VALUE ZEROS.
       01 ReturnsInPeriod          PIC 9(5) VALUE ZEROS.
       01 UntracedReturnCount      PIC 9(5) VALUE ZEROS.
       01 CashLinesInPeriod        PIC 9(7) VALUE ZEROS.
       01 ExceptionLineCount       PIC 9(5) VALUE ZEROS.
       01 ExceptionCashTotal       PIC S9(9)V99 VALUE ZEROS.
       01 ClawbackLineCount        PIC 9(5) VALUE ZEROS.
       01 HistoryLinesWritten      PIC 9(5) VALUE ZEROS.
       01 PayrollRecordCount       PIC 9(5) VALUE ZEROS.
       01 TotalCommission          PIC S9(9)V99 VALUE ZEROS.
       01 TotalClawback            PIC S9(9)V99 VALUE ZEROS.
       01 TotalNetCommission       PIC S9(9)V99 VALUE ZEROS.
       01 TotalNetWhole            PIC 9(9).
       01 SalespersonNet           PIC S9(7)V99.
       01 ReportLineCount          PIC 9(7) VALUE ZEROS.
       01 ExceptionReason          PIC X(24).
       01 RateDisplay              PIC Z9.99.
       01 AmountDisplay            PIC -(8)9.99.
       01 CommissionDisplay        PIC -(6)9.99.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "COMMCALC".
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
           IF NOT CommissionFailed
               PERFORM 1200-LOAD-CUSTOMERS
           END-IF
           IF NOT CommissionFailed
               PERFORM 1300-LOAD-SALESPERSONS
           END-IF
           IF NOT CommissionFailed
               PERFORM 1400-LOAD-WRITE-OFFS
               PERFORM 1500-LOAD-VOIDS
           END-IF
           IF NOT CommissionFailed
               PERFORM 1550-LOAD-RETURNS
           END-IF
           IF NOT CommissionFailed
               PERFORM 1600-READ-COMMISSION-HISTORY
           END-IF
           IF NOT CommissionFailed
               PERFORM 2000-TOTAL-CASH-HISTORY
           END-IF
           IF NOT CommissionFailed
               PERFORM 3000-PRICE-COMMISSION
               PERFORM 3500-ADD-CLAWBACKS
           END-IF
           IF NOT CommissionFailed
               PERFORM 4000-WRITE-COMMISSION-HISTORY
               PERFORM 5000-WRITE-STATEMENT
               PERFORM 6000-WRITE-PAYROLL-HANDOFF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate (1:6) TO CommissionPeriod
           IF PeriodMonth = 1
               MOVE 12 TO PeriodMonth
               SUBTRACT 1 FROM PeriodYear
           ELSE
               SUBTRACT 1 FROM PeriodMonth
           END-IF
           MOVE SPACES TO CommissionParm
           ACCEPT CommissionParm FROM COMMAND-LINE
           MOVE SPACES TO PeriodText
           UNSTRING CommissionParm DELIMITED BY ALL SPACES
               INTO PeriodText
           END-UNSTRING
           IF PeriodText NOT = SPACES
               IF PeriodText NUMERIC
                   MOVE PeriodText TO CommissionPeriod
               ELSE
                   SET CommissionFailed TO TRUE
               END-IF
           END-IF
           IF CommissionFailed
               OR PeriodMonth < 1 OR PeriodMonth > 12
               SET CommissionFailed TO TRUE
               DISPLAY "*** Month " PeriodText " is not a yyyymm "
                       "month - no commission calculated ***"
           END-IF.

       1200-LOAD-CUSTOMERS.
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1210-READ-CUSTOMER-RECORD
               PERFORM 1220-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomers OR CommissionFailed
               CLOSE CustomerMasterFile
           ELSE
               SET CommissionFailed TO TRUE
               DISPLAY "*** Customer master CUSTMSTR.DAT not "
                       "available - no commission calculated ***"
           END-IF.

       1210-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomers TO TRUE
           END-READ.

       1220-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 500
               ADD 1 TO CustomerEntryCount
               SET CustomerIdx TO CustomerEntryCount
               MOVE CustMasterId TO TableCustomerId (CustomerIdx)
               MOVE CustMasterSalesperson
                   TO TableCustSalesperson (CustomerIdx)
           ELSE
               SET CommissionFailed TO TRUE
               DISPLAY "*** Customer table full - no commission "
                       "calculated ***"
           END-IF
           PERFORM 1210-READ-CUSTOMER-RECORD.

       1300-LOAD-SALESPERSONS.
           OPEN INPUT SalespersonFile
           IF SalespersonFileOK
               PERFORM 1310-READ-SALESPERSON-RECORD
               PERFORM 1320-STORE-SALESPERSON-RECORD
                   UNTIL EndOfSalespersons OR CommissionFailed
               CLOSE SalespersonFile
           ELSE
               SET CommissionFailed TO TRUE
               DISPLAY "*** Salesperson master SLSPMSTR.DAT not "
                       "available - no commission calculated ***"
           END-IF.

       1310-READ-SALESPERSON-RECORD.
           READ SalespersonFile
               AT END SET EndOfSalespersons TO TRUE
           END-READ.

       1320-STORE-SALESPERSON-RECORD.
           IF SalespersonEntryCount < 200
               ADD 1 TO SalespersonEntryCount
               SET SalespersonIdx TO SalespersonEntryCount
               INITIALIZE SalespersonEntry (SalespersonIdx)
               MOVE SlspId TO TableSlspId (SalespersonIdx)
               MOVE SlspName TO TableSlspName (SalespersonIdx)
               MOVE SlspPayrollId TO TablePayrollId (SalespersonIdx)
               PERFORM 1330-STORE-RATE-TIER
                   VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4
           ELSE
               SET CommissionFailed TO TRUE
               DISPLAY "*** Salesperson table full - no commission "
                       "calculated ***"
           END-IF
           PERFORM 1310-READ-SALESPERSON-RECORD.

       1330-STORE-RATE-TIER.
           IF SlspTierFrom (TierIdx) NUMERIC
               AND SlspTierRate (TierIdx) NUMERIC
               MOVE SlspTierFrom (TierIdx)
                   TO TableTierFrom (SalespersonIdx TierIdx)
               MOVE SlspTierRate (TierIdx)
                   TO TableTierRate (SalespersonIdx TierIdx)
           END-IF.

      *----------------------------------------------------------------
      * Only a bad-debt write-off takes the commission back. A small
      * residual written off leaves the cash that was collected on
      * the invoice standing, and the commission paid on it with it.
      *----------------------------------------------------------------
       1400-LOAD-WRITE-OFFS.
           OPEN INPUT WriteOffFile
           IF WriteOffFileOK
               PERFORM 1410-READ-WRITE-OFF-RECORD
               PERFORM 1420-NOTE-WRITE-OFF-RECORD
                   UNTIL EndOfWriteOffs OR CommissionFailed
               CLOSE WriteOffFile
           END-IF.

       1410-READ-WRITE-OFF-RECORD.
           READ WriteOffFile
               AT END SET EndOfWriteOffs TO TRUE
           END-READ.

       1420-NOTE-WRITE-OFF-RECORD.
           IF WoBadDebt AND WoDate NUMERIC
               AND WoDate (1:6) = CommissionPeriod
               MOVE WoInvoiceNo TO SearchInvoiceNo
               MOVE WoCustomerId TO SearchCustomerId
               MOVE "F" TO NoteCreditKind
               MOVE ZEROS TO NoteReturnValue
               PERFORM 1700-NOTE-CREDITED-INVOICE
           END-IF
           PERFORM 1410-READ-WRITE-OFF-RECORD.

       1500-LOAD-VOIDS.
           OPEN INPUT VoidRegisterFile
           IF VoidRegisterFileOK
               PERFORM 1510-READ-VOID-RECORD
               PERFORM 1520-NOTE-VOID-RECORD
                   UNTIL EndOfVoids OR CommissionFailed
               CLOSE VoidRegisterFile
           END-IF.

       1510-READ-VOID-RECORD.
           READ VoidRegisterFile
               AT END SET EndOfVoids TO TRUE
           END-READ.

       1520-NOTE-VOID-RECORD.
           IF VoidDate NUMERIC
               AND VoidDate (1:6) = CommissionPeriod
               MOVE VoidInvoiceNo TO SearchInvoiceNo
               MOVE VoidCustomerId TO SearchCustomerId
               MOVE "F" TO NoteCreditKind
               MOVE ZEROS TO NoteReturnValue
               PERFORM 1700-NOTE-CREDITED-INVOICE
           END-IF
           PERFORM 1510-READ-VOID-RECORD.

      *----------------------------------------------------------------
      * A return carries no invoice number of its own to trace - its
      * RMA names the customer's original invoice reference, and the
      * invoice-reference history maps that to our invoice number,
      * the latest entry winning as it does for RmaMaint and the
      * pricing run. A return that cannot be traced that far is
      * reported and claws nothing back.
      *----------------------------------------------------------------
       1550-LOAD-RETURNS.
           OPEN INPUT ReturnHistoryFile
           EVALUATE TRUE
               WHEN ReturnHistoryFileOK
                   PERFORM 1551-READ-RETURN-HISTORY
                   PERFORM 1552-NOTE-RETURN-RECORD
                       UNTIL EndOfReturnHistory OR CommissionFailed
                   CLOSE ReturnHistoryFile
               WHEN ReturnHistoryFileNew
                   CONTINUE
               WHEN OTHER
                   SET CommissionFailed TO TRUE
                   DISPLAY "*** Returns history RETNHIST.DAT not "
                           "readable - no commission calculated ***"
           END-EVALUATE
           IF ReturnEntryCount > ZERO AND NOT CommissionFailed
               PERFORM 1560-TRACE-RETURN-RMAS
               PERFORM 1570-TRACE-ORIGINAL-INVOICES
               PERFORM 1580-NOTE-RETURNED-INVOICE
                   VARYING ReturnIdx FROM 1 BY 1
                   UNTIL ReturnIdx > ReturnEntryCount
                      OR CommissionFailed
           END-IF.

       1551-READ-RETURN-HISTORY.
           READ ReturnHistoryFile
               AT END SET EndOfReturnHistory TO TRUE
           END-READ.

       1552-NOTE-RETURN-RECORD.
           IF RhPostingDate NUMERIC AND RhCreditGross NUMERIC
               AND RhPostingDate (1:6) = CommissionPeriod
               ADD 1 TO ReturnsInPeriod
               IF ReturnEntryCount < 500
                   ADD 1 TO ReturnEntryCount
                   SET ReturnIdx TO ReturnEntryCount
                   MOVE RhRmaNumber TO RetRmaNumber (ReturnIdx)
                   MOVE RhCreditGross TO RetCreditGross (ReturnIdx)
                   MOVE SPACES TO RetOrigCustomerId (ReturnIdx)
                                  RetOrigRef (ReturnIdx)
                   MOVE ZEROS TO RetOrigInvoiceNo (ReturnIdx)
                   MOVE "N" TO RetTraceSwitch (ReturnIdx)
               ELSE
                   SET CommissionFailed TO TRUE
                   DISPLAY "*** Return table full - no commission "
                           "calculated ***"
               END-IF
           END-IF
           PERFORM 1551-READ-RETURN-HISTORY.

       1560-TRACE-RETURN-RMAS.
           MOVE "N" TO RmaEndSwitch
           OPEN INPUT RmaFile
           IF RmaFileOK
               PERFORM 1561-READ-RMA-RECORD
               PERFORM 1562-MATCH-RMA-RECORD UNTIL EndOfRmaFile
               CLOSE RmaFile
           END-IF.

       1561-READ-RMA-RECORD.
           READ RmaFile
               AT END SET EndOfRmaFile TO TRUE
           END-READ.

       1562-MATCH-RMA-RECORD.
           PERFORM 1563-TAKE-RMA-REFERENCE
               VARYING ReturnIdx FROM 1 BY 1
               UNTIL ReturnIdx > ReturnEntryCount
           PERFORM 1561-READ-RMA-RECORD.

       1563-TAKE-RMA-REFERENCE.
           IF RetRmaNumber (ReturnIdx) = RmaNumber
               AND RmaNumber NOT = SPACES
               MOVE RmaCustomerId TO RetOrigCustomerId (ReturnIdx)
               MOVE RmaOrigInvoiceRef TO RetOrigRef (ReturnIdx)
           END-IF.

       1570-TRACE-ORIGINAL-INVOICES.
           MOVE "N" TO InvRefHistoryEndSwitch
           OPEN INPUT InvRefHistoryFile
           IF InvRefHistoryFileOK
               PERFORM 1571-READ-REF-HISTORY
               PERFORM 1572-MATCH-REF-HISTORY
                   UNTIL EndOfInvRefHistory
               CLOSE InvRefHistoryFile
           END-IF.

       1571-READ-REF-HISTORY.
           READ InvRefHistoryFile
               AT END SET EndOfInvRefHistory TO TRUE
           END-READ.

       1572-MATCH-REF-HISTORY.
           IF RefHistInvoiceNo NUMERIC
               PERFORM 1573-TAKE-ORIGINAL-INVOICE
                   VARYING ReturnIdx FROM 1 BY 1
                   UNTIL ReturnIdx > ReturnEntryCount
           END-IF
           PERFORM 1571-READ-REF-HISTORY.

       1573-TAKE-ORIGINAL-INVOICE.
           IF RetOrigCustomerId (ReturnIdx) = RefHistCustomerId
               AND RetOrigRef (ReturnIdx) = RefHistInvoiceRef
               AND RetOrigRef (ReturnIdx) NOT = SPACES
               MOVE RefHistInvoiceNo TO RetOrigInvoiceNo (ReturnIdx)
               SET RetTraced (ReturnIdx) TO TRUE
           END-IF.

       1580-NOTE-RETURNED-INVOICE.
           IF RetTraced (ReturnIdx)
               MOVE RetOrigInvoiceNo (ReturnIdx) TO SearchInvoiceNo
               MOVE RetOrigCustomerId (ReturnIdx) TO SearchCustomerId
               MOVE "R" TO NoteCreditKind
               MOVE RetCreditGross (ReturnIdx) TO NoteReturnValue
               PERFORM 1700-NOTE-CREDITED-INVOICE
           ELSE
               ADD 1 TO UntracedReturnCount
               DISPLAY "*** Return on RMA " RetRmaNumber (ReturnIdx)
                       " not traced to an invoice - no clawback ***"
           END-IF.

      *----------------------------------------------------------------
      * The month must not already be on the commission history.
      * The history is also where the commission already paid on
      * this month's credited invoices is found.
      *----------------------------------------------------------------
       1600-READ-COMMISSION-HISTORY.
           OPEN INPUT CommissionHistoryFile
           EVALUATE TRUE
               WHEN CommissionHistoryFileOK
                   PERFORM 1610-READ-COMMISSION-RECORD
                   PERFORM 1620-CHECK-COMMISSION-RECORD
                       UNTIL EndOfCommissionHistory
                          OR CommissionFailed
                   CLOSE CommissionHistoryFile
               WHEN CommissionHistoryFileNew
                   CONTINUE
               WHEN OTHER
                   SET CommissionFailed TO TRUE
                   DISPLAY "*** Commission history COMMHIST.DAT not "
                           "readable - no commission calculated ***"
           END-EVALUATE.

       1610-READ-COMMISSION-RECORD.
           READ CommissionHistoryFile
               AT END SET EndOfCommissionHistory TO TRUE
           END-READ.

       1620-CHECK-COMMISSION-RECORD.
           IF CmPeriod = CommissionPeriod
               SET CommissionFailed TO TRUE
               DISPLAY "*** Commission for " CommissionPeriod
                       " is already on COMMHIST.DAT - not "
                       "calculated again ***"
           ELSE
               MOVE CmInvoiceNo TO SearchInvoiceNo
               PERFORM 1710-FIND-CREDITED-INVOICE
               IF CreditedFound AND CmCommissionAmount NUMERIC
                   MOVE CmSalespersonId TO SearchSalespersonId
                   MOVE CmBaseAmount TO HeldAddBase
                   MOVE CmCommissionAmount TO HeldAddCommission
                   PERFORM 1800-ADD-HELD-COMMISSION
               END-IF
           END-IF
           PERFORM 1610-READ-COMMISSION-RECORD.

       1700-NOTE-CREDITED-INVOICE.
           PERFORM 1710-FIND-CREDITED-INVOICE
           IF NOT CreditedFound
               IF CreditedInvoiceCount < 500
                   ADD 1 TO CreditedInvoiceCount
                   SET CreditedIdx TO CreditedInvoiceCount
                   MOVE SearchInvoiceNo
                       TO CreditedInvoiceNo (CreditedIdx)
                   MOVE SearchCustomerId
                       TO CreditedCustomerId (CreditedIdx)
                   MOVE NoteCreditKind TO CreditedKind (CreditedIdx)
                   MOVE ZEROS TO CreditedReturnValue (CreditedIdx)
                   SET CreditedFound TO TRUE
               ELSE
                   SET CommissionFailed TO TRUE
                   DISPLAY "*** Credited invoice table full - no "
                           "commission calculated ***"
               END-IF
           END-IF
           IF CreditedFound
               IF NoteCreditKind = "F"
                   SET CreditedInFull (CreditedIdx) TO TRUE
               END-IF
               ADD NoteReturnValue
                   TO CreditedReturnValue (CreditedIdx)
           END-IF.

       1710-FIND-CREDITED-INVOICE.
           MOVE "N" TO CreditedFoundSwitch
           SET CreditedIdx TO 1
           PERFORM 1720-SEARCH-CREDITED-INVOICE
               UNTIL CreditedFound
                  OR CreditedIdx > CreditedInvoiceCount.

       1720-SEARCH-CREDITED-INVOICE.
           IF CreditedInvoiceNo (CreditedIdx) = SearchInvoiceNo
               SET CreditedFound TO TRUE
           ELSE
               SET CreditedIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * What one salesperson holds on one credited invoice: every
      * commission and clawback line for the pair, netted.
      *----------------------------------------------------------------
       1800-ADD-HELD-COMMISSION.
           MOVE "N" TO HeldFoundSwitch
           SET HeldIdx TO 1
           PERFORM 1810-SEARCH-HELD-COMMISSION
               UNTIL HeldFound OR HeldIdx > HeldCommissionCount
           IF NOT HeldFound
               IF HeldCommissionCount < 500
                   ADD 1 TO HeldCommissionCount
                   SET HeldIdx TO HeldCommissionCount
                   MOVE SearchInvoiceNo TO HeldInvoiceNo (HeldIdx)
                   MOVE SearchSalespersonId
                       TO HeldSalespersonId (HeldIdx)
                   MOVE CreditedCustomerId (CreditedIdx)
                       TO HeldCustomerId (HeldIdx)
                   MOVE ZEROS TO HeldBaseAmount (HeldIdx)
                   MOVE ZEROS TO HeldCommission (HeldIdx)
                   SET HeldFound TO TRUE
               ELSE
                   SET CommissionFailed TO TRUE
                   DISPLAY "*** Clawback table full - no commission "
                           "calculated ***"
               END-IF
           END-IF
           IF HeldFound
               ADD HeldAddBase TO HeldBaseAmount (HeldIdx)
               ADD HeldAddCommission TO HeldCommission (HeldIdx)
           END-IF.

       1810-SEARCH-HELD-COMMISSION.
           IF HeldInvoiceNo (HeldIdx) = SearchInvoiceNo
               AND HeldSalespersonId (HeldIdx) = SearchSalespersonId
               SET HeldFound TO TRUE
           ELSE
               SET HeldIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Every application dated in the month is put on a commission
      * line for the salesperson the customer is assigned to now,
      * and counts toward that salesperson's month's collections.
      *----------------------------------------------------------------
       2000-TOTAL-CASH-HISTORY.
           OPEN INPUT CashHistoryFile
           EVALUATE TRUE
               WHEN CashHistoryFileOK
                   PERFORM 2010-READ-CASH-HISTORY-RECORD
                   PERFORM 2020-ADD-CASH-HISTORY-RECORD
                       UNTIL EndOfCashHistory OR CommissionFailed
                   CLOSE CashHistoryFile
               WHEN CashHistoryFileNew
                   DISPLAY "No cash history CASHHIST.DAT - no cash "
                           "applied to pay commission on"
               WHEN OTHER
                   SET CommissionFailed TO TRUE
                   DISPLAY "*** Cash history CASHHIST.DAT not "
                           "readable - no commission calculated ***"
           END-EVALUATE.

       2010-READ-CASH-HISTORY-RECORD.
           READ CashHistoryFile
               AT END SET EndOfCashHistory TO TRUE
           END-READ.

       2020-ADD-CASH-HISTORY-RECORD.
           IF ChDate NUMERIC AND ChAmount NUMERIC
               AND ChDate (1:6) = CommissionPeriod
               ADD 1 TO CashLinesInPeriod
               IF CommissionLineCount < 2000
                   ADD 1 TO CommissionLineCount
                   SET LineIdx TO CommissionLineCount
                   PERFORM 2100-BUILD-CASH-LINE
               ELSE
                   SET CommissionFailed TO TRUE
                   DISPLAY "*** Commission line table full - no "
                           "commission calculated ***"
               END-IF
           END-IF
           PERFORM 2010-READ-CASH-HISTORY-RECORD.

       2100-BUILD-CASH-LINE.
           MOVE SPACES TO LineSalespersonId (LineIdx)
           MOVE ChInvoiceNo TO LineInvoiceNo (LineIdx)
           MOVE ChCustomerId TO LineCustomerId (LineIdx)
           MOVE "C" TO LineKind (LineIdx)
           MOVE ChAmount TO LineBaseAmount (LineIdx)
           MOVE ZEROS TO LineRate (LineIdx)
           MOVE ZEROS TO LineCommission (LineIdx)
           MOVE SPACE TO LineException (LineIdx)
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           PERFORM 2110-SEARCH-CUSTOMER-ENTRY
               UNTIL CustomerFound
                  OR CustomerIdx > CustomerEntryCount
           EVALUATE TRUE
               WHEN NOT CustomerFound
                   MOVE "N" TO LineException (LineIdx)
               WHEN TableCustSalesperson (CustomerIdx) = SPACES
                   MOVE "U" TO LineException (LineIdx)
               WHEN OTHER
                   MOVE TableCustSalesperson (CustomerIdx)
                       TO LineSalespersonId (LineIdx)
                       SearchSalespersonId
                   PERFORM 2200-FIND-SALESPERSON
                   IF SalespersonFound
                       ADD ChAmount TO TableCollected (SalespersonIdx)
                   ELSE
                       MOVE "X" TO LineException (LineIdx)
                   END-IF
           END-EVALUATE
           IF LineException (LineIdx) NOT = SPACE
               ADD 1 TO ExceptionLineCount
               ADD ChAmount TO ExceptionCashTotal
           END-IF.

       2110-SEARCH-CUSTOMER-ENTRY.
           IF TableCustomerId (CustomerIdx) = ChCustomerId
               SET CustomerFound TO TRUE
           ELSE
               SET CustomerIdx UP BY 1
           END-IF.

       2200-FIND-SALESPERSON.
           MOVE "N" TO SalespersonFoundSwitch
           SET SalespersonIdx TO 1
           PERFORM 2210-SEARCH-SALESPERSON-ENTRY
               UNTIL SalespersonFound
                  OR SalespersonIdx > SalespersonEntryCount.

       2210-SEARCH-SALESPERSON-ENTRY.
           IF TableSlspId (SalespersonIdx) = SearchSalespersonId
               SET SalespersonFound TO TRUE
           ELSE
               SET SalespersonIdx UP BY 1
           END-IF.

      *----------------------------------------------------------------
      * Each salesperson's rate is the first tier's, or that of the
      * highest later tier the month's collections reach; a later
      * tier starting at zero is not in use. Every line is then paid
      * at its salesperson's rate.
      *----------------------------------------------------------------
       3000-PRICE-COMMISSION.
           PERFORM 3100-FIND-SALESPERSON-RATE
               VARYING SalespersonIdx FROM 1 BY 1
               UNTIL SalespersonIdx > SalespersonEntryCount
           PERFORM 3200-PRICE-COMMISSION-LINE
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > CommissionLineCount.

       3100-FIND-SALESPERSON-RATE.
           MOVE TableTierRate (SalespersonIdx 1)
               TO TableRate (SalespersonIdx)
           PERFORM 3110-CHECK-RATE-TIER
               VARYING TierIdx FROM 2 BY 1 UNTIL TierIdx > 4.

       3110-CHECK-RATE-TIER.
           IF TableTierFrom (SalespersonIdx TierIdx) > ZERO
               AND TableCollected (SalespersonIdx)
                   >= TableTierFrom (SalespersonIdx TierIdx)
               MOVE TableTierRate (SalespersonIdx TierIdx)
                   TO TableRate (SalespersonIdx)
           END-IF.

       3200-PRICE-COMMISSION-LINE.
           IF LineException (LineIdx) = SPACE
               MOVE LineSalespersonId (LineIdx) TO SearchSalespersonId
               PERFORM 2200-FIND-SALESPERSON
               MOVE TableRate (SalespersonIdx) TO LineRate (LineIdx)
               COMPUTE LineCommission (LineIdx) ROUNDED =
                   LineBaseAmount (LineIdx) * LineRate (LineIdx) / 100
               ADD LineCommission (LineIdx)
                   TO TableCommission (SalespersonIdx)
               ADD 1 TO TableLineCount (SalespersonIdx)
               MOVE LineInvoiceNo (LineIdx) TO SearchInvoiceNo
               PERFORM 1710-FIND-CREDITED-INVOICE
               IF CreditedFound
                   MOVE LineBaseAmount (LineIdx) TO HeldAddBase
                   MOVE LineCommission (LineIdx) TO HeldAddCommission
                   PERFORM 1800-ADD-HELD-COMMISSION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Whatever commission a salesperson still holds on an invoice
      * credited this month comes back, charged to that salesperson
      * whoever the customer is assigned to now. An invoice credited
      * only by returns gives back the commission on the returned
      * value, at the rate the salesperson holds it at; a return of
      * as much as is still held gives it all back.
      *----------------------------------------------------------------
       3500-ADD-CLAWBACKS.
           PERFORM 3510-ADD-CLAWBACK-LINE
               VARYING HeldIdx FROM 1 BY 1
               UNTIL HeldIdx > HeldCommissionCount
                  OR CommissionFailed.

       3510-ADD-CLAWBACK-LINE.
           IF HeldCommission (HeldIdx) > ZERO
               PERFORM 3520-SIZE-CLAWBACK
               IF CommissionLineCount < 2000
                   ADD 1 TO CommissionLineCount
                   SET LineIdx TO CommissionLineCount
                   MOVE HeldSalespersonId (HeldIdx)
                       TO LineSalespersonId (LineIdx)
                       SearchSalespersonId
                   MOVE HeldInvoiceNo (HeldIdx)
                       TO LineInvoiceNo (LineIdx)
                   MOVE HeldCustomerId (HeldIdx)
                       TO LineCustomerId (LineIdx)
                   MOVE "B" TO LineKind (LineIdx)
                   COMPUTE LineBaseAmount (LineIdx) =
                       ZERO - ClawbackBase
                   MOVE ZEROS TO LineRate (LineIdx)
                   COMPUTE LineCommission (LineIdx) =
                       ZERO - ClawbackCommission
                   MOVE SPACE TO LineException (LineIdx)
                   ADD 1 TO ClawbackLineCount
                   PERFORM 2200-FIND-SALESPERSON
                   IF SalespersonFound
                       ADD LineCommission (LineIdx)
                           TO TableClawback (SalespersonIdx)
                       ADD 1 TO TableLineCount (SalespersonIdx)
                   ELSE
                       MOVE "X" TO LineException (LineIdx)
                       ADD 1 TO ExceptionLineCount
                   END-IF
               ELSE
                   SET CommissionFailed TO TRUE
                   DISPLAY "*** Commission line table full - no "
                           "commission calculated ***"
               END-IF
           END-IF.

       3520-SIZE-CLAWBACK.
           MOVE HeldBaseAmount (HeldIdx) TO ClawbackBase
           MOVE HeldCommission (HeldIdx) TO ClawbackCommission
           MOVE HeldInvoiceNo (HeldIdx) TO SearchInvoiceNo
           PERFORM 1710-FIND-CREDITED-INVOICE
           IF CreditedFound
               IF CreditedByReturn (CreditedIdx)
                   AND HeldBaseAmount (HeldIdx)
                       > CreditedReturnValue (CreditedIdx)
                   MOVE CreditedReturnValue (CreditedIdx)
                       TO ClawbackBase
                   COMPUTE ClawbackCommission ROUNDED =
                       HeldCommission (HeldIdx)
                           * CreditedReturnValue (CreditedIdx)
                           / HeldBaseAmount (HeldIdx)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Only lines that pay or charge a salesperson go on the
      * history; cash that earned nothing is on the statement only.
      *----------------------------------------------------------------
       4000-WRITE-COMMISSION-HISTORY.
           OPEN EXTEND CommissionHistoryFile
           IF CommissionHistoryFileNew
               OPEN OUTPUT CommissionHistoryFile
           END-IF
           PERFORM 4100-WRITE-HISTORY-LINE
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > CommissionLineCount
           CLOSE CommissionHistoryFile.

       4100-WRITE-HISTORY-LINE.
           IF LineException (LineIdx) = SPACE
               INITIALIZE CommissionHistoryRecord
               MOVE CommissionPeriod TO CmPeriod
               MOVE LineSalespersonId (LineIdx) TO CmSalespersonId
               MOVE LineInvoiceNo (LineIdx) TO CmInvoiceNo
               MOVE LineCustomerId (LineIdx) TO CmCustomerId
               MOVE LineKind (LineIdx) TO CmKind
               MOVE LineBaseAmount (LineIdx) TO CmBaseAmount
               MOVE LineRate (LineIdx) TO CmRate
               MOVE LineCommission (LineIdx) TO CmCommissionAmount
               WRITE CommissionHistoryRecord
               ADD 1 TO HistoryLinesWritten
           END-IF.

       5000-WRITE-STATEMENT.
           OPEN OUTPUT StatementFile
           INITIALIZE ReportHeaderRecord
           MOVE "HDR" TO HeaderRecordType
           MOVE "COMMCALC" TO HeaderProgramName
           MOVE RunDate TO HeaderRunDate
           MOVE RunTime TO HeaderRunTime
           WRITE ReportHeaderRecord
           MOVE SPACES TO StatementLineText
           STRING "COMMISSION STATEMENTS FOR " DELIMITED BY SIZE
                  CommissionPeriod DELIMITED BY SIZE
               INTO StatementLineText
           END-STRING
           PERFORM 5900-WRITE-STATEMENT-LINE
           PERFORM 5100-WRITE-SALESPERSON-STATEMENT
               VARYING SalespersonIdx FROM 1 BY 1
               UNTIL SalespersonIdx > SalespersonEntryCount
           PERFORM 5500-WRITE-EXCEPTIONS
           MOVE SPACES TO StatementLineText
           PERFORM 5900-WRITE-STATEMENT-LINE
           MOVE SPACES TO StatementLineText
           MOVE "TOTAL COMMISSION" TO StatementLineText
           MOVE TotalCommission TO AmountDisplay
           MOVE AmountDisplay TO StatementLineText (59:12)
           PERFORM 5900-WRITE-STATEMENT-LINE
           MOVE SPACES TO StatementLineText
           MOVE "TOTAL CLAWBACK" TO StatementLineText
           MOVE TotalClawback TO AmountDisplay
           MOVE AmountDisplay TO StatementLineText (59:12)
           PERFORM 5900-WRITE-STATEMENT-LINE
           MOVE SPACES TO StatementLineText
           MOVE "TOTAL NET COMMISSION" TO StatementLineText
           MOVE TotalNetCommission TO AmountDisplay
           MOVE AmountDisplay TO StatementLineText (59:12)
           PERFORM 5900-WRITE-STATEMENT-LINE
           IF TotalNetCommission < ZERO
               MOVE ZEROS TO TotalNetWhole
           ELSE
               MOVE TotalNetCommission TO TotalNetWhole
           END-IF
           INITIALIZE ReportTrailerRecord
           MOVE "TRL" TO TrailerRecordType
           MOVE ReportLineCount TO TrailerRecordCount
           MOVE TotalNetWhole TO TrailerControlTotal
           MOVE ExceptionLineCount TO TrailerRejectCount
           WRITE ReportTrailerRecord
           CLOSE StatementFile.

      *----------------------------------------------------------------
      * A salesperson with nothing collected and nothing clawed back
      * gets no statement.
      *----------------------------------------------------------------
       5100-WRITE-SALESPERSON-STATEMENT.
           IF TableLineCount (SalespersonIdx) > ZERO
               MOVE SPACES TO StatementLineText
               PERFORM 5900-WRITE-STATEMENT-LINE
               MOVE SPACES TO StatementLineText
               STRING "SALESPERSON " DELIMITED BY SIZE
                      TableSlspId (SalespersonIdx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TableSlspName (SalespersonIdx) DELIMITED BY SIZE
                      " PAYROLL " DELIMITED BY SIZE
                      TablePayrollId (SalespersonIdx)
                          DELIMITED BY SIZE
                   INTO StatementLineText
               END-STRING
               PERFORM 5900-WRITE-STATEMENT-LINE
               MOVE SPACES TO StatementLineText
               MOVE "CASH COLLECTED" TO StatementLineText
               MOVE TableCollected (SalespersonIdx) TO AmountDisplay
               MOVE AmountDisplay TO StatementLineText (16:12)
               MOVE "RATE" TO StatementLineText (30:4)
               MOVE TableRate (SalespersonIdx) TO RateDisplay
               MOVE RateDisplay TO StatementLineText (35:5)
               MOVE "%" TO StatementLineText (40:1)
               PERFORM 5900-WRITE-STATEMENT-LINE
               MOVE SPACES TO StatementLineText
               MOVE "INVOICE" TO StatementLineText (3:7)
               MOVE "CUSTOMER" TO StatementLineText (11:8)
               MOVE "KIND" TO StatementLineText (20:4)
               MOVE "BASE" TO StatementLineText (37:4)
               MOVE "RATE" TO StatementLineText (43:4)
               MOVE "COMMISSION" TO StatementLineText (61:10)
               PERFORM 5900-WRITE-STATEMENT-LINE
               PERFORM 5200-WRITE-COMMISSION-LINE
                   VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > CommissionLineCount
               COMPUTE SalespersonNet =
                   TableCommission (SalespersonIdx)
                   + TableClawback (SalespersonIdx)
               MOVE SPACES TO StatementLineText
               MOVE "COMMISSION" TO StatementLineText (3:10)
               MOVE TableCommission (SalespersonIdx)
                   TO CommissionDisplay
               MOVE CommissionDisplay TO StatementLineText (61:10)
               PERFORM 5900-WRITE-STATEMENT-LINE
               MOVE SPACES TO StatementLineText
               MOVE "CLAWBACK" TO StatementLineText (3:8)
               MOVE TableClawback (SalespersonIdx)
                   TO CommissionDisplay
               MOVE CommissionDisplay TO StatementLineText (61:10)
               PERFORM 5900-WRITE-STATEMENT-LINE
               MOVE SPACES TO StatementLineText
               MOVE "NET PAYABLE" TO StatementLineText (3:11)
               MOVE SalespersonNet TO CommissionDisplay
               MOVE CommissionDisplay TO StatementLineText (61:10)
               PERFORM 5900-WRITE-STATEMENT-LINE
               ADD TableCommission (SalespersonIdx) TO TotalCommission
               ADD TableClawback (SalespersonIdx) TO TotalClawback
               ADD SalespersonNet TO TotalNetCommission
           END-IF.

       5200-WRITE-COMMISSION-LINE.
           IF LineSalespersonId (LineIdx) = TableSlspId (SalespersonIdx)
               AND LineException (LineIdx) = SPACE
               MOVE SPACES TO StatementLineText
               MOVE LineInvoiceNo (LineIdx) TO StatementLineText (3:6)
               MOVE LineCustomerId (LineIdx)
                   TO StatementLineText (11:6)
               IF LineKind (LineIdx) = "B"
                   MOVE "CLAWBACK" TO StatementLineText (20:8)
               ELSE
                   MOVE "CASH" TO StatementLineText (20:4)
                   MOVE LineRate (LineIdx) TO RateDisplay
                   MOVE RateDisplay TO StatementLineText (42:5)
               END-IF
               MOVE LineBaseAmount (LineIdx) TO AmountDisplay
               MOVE AmountDisplay TO StatementLineText (29:12)
               MOVE LineCommission (LineIdx) TO CommissionDisplay
               MOVE CommissionDisplay TO StatementLineText (61:10)
               PERFORM 5900-WRITE-STATEMENT-LINE
           END-IF.

       5500-WRITE-EXCEPTIONS.
           IF ExceptionLineCount > ZERO
               MOVE SPACES TO StatementLineText
               PERFORM 5900-WRITE-STATEMENT-LINE
               MOVE SPACES TO StatementLineText
               MOVE "NO COMMISSION PAID OR CHARGED" TO StatementLineText
               PERFORM 5900-WRITE-STATEMENT-LINE
               PERFORM 5510-WRITE-EXCEPTION-LINE
                   VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > CommissionLineCount
               MOVE SPACES TO StatementLineText
               MOVE "CASH NOT COMMISSIONED" TO StatementLineText (3:21)
               MOVE ExceptionCashTotal TO AmountDisplay
               MOVE AmountDisplay TO StatementLineText (29:12)
               PERFORM 5900-WRITE-STATEMENT-LINE
           END-IF.

       5510-WRITE-EXCEPTION-LINE.
           IF LineException (LineIdx) NOT = SPACE
               EVALUATE LineException (LineIdx)
                   WHEN "U"
                       MOVE "NO SALESPERSON ASSIGNED" TO ExceptionReason
                   WHEN "N"
                       MOVE "CUSTOMER NOT ON MASTER" TO ExceptionReason
                   WHEN OTHER
                       MOVE SPACES TO ExceptionReason
                       STRING "SALESPERSON " DELIMITED BY SIZE
                              LineSalespersonId (LineIdx)
                                  DELIMITED BY SIZE
                              " UNKNOWN" DELIMITED BY SIZE
                           INTO ExceptionReason
                       END-STRING
               END-EVALUATE
               MOVE SPACES TO StatementLineText
               MOVE LineInvoiceNo (LineIdx) TO StatementLineText (3:6)
               MOVE LineCustomerId (LineIdx)
                   TO StatementLineText (11:6)
               IF LineKind (LineIdx) = "B"
                   MOVE "CLAWBACK" TO StatementLineText (20:8)
                   MOVE LineCommission (LineIdx) TO AmountDisplay
               ELSE
                   MOVE "CASH" TO StatementLineText (20:4)
                   MOVE LineBaseAmount (LineIdx) TO AmountDisplay
               END-IF
               MOVE AmountDisplay TO StatementLineText (29:12)
               MOVE ExceptionReason TO StatementLineText (43:24)
               PERFORM 5900-WRITE-STATEMENT-LINE
           END-IF.

       5900-WRITE-STATEMENT-LINE.
           WRITE StatementRecord
           ADD 1 TO ReportLineCount.

       6000-WRITE-PAYROLL-HANDOFF.
           OPEN OUTPUT PayrollFile
           INITIALIZE PayrollHeaderRecord
           MOVE "HDR" TO PayHeaderRecordType
           MOVE "COMMCALC" TO PayHeaderProgramName
           MOVE RunDate TO PayHeaderRunDate
           MOVE RunTime TO PayHeaderRunTime
           WRITE PayrollHeaderRecord
           PERFORM 6100-WRITE-PAYROLL-RECORD
               VARYING SalespersonIdx FROM 1 BY 1
               UNTIL SalespersonIdx > SalespersonEntryCount
           INITIALIZE PayrollTrailerRecord
           MOVE "TRL" TO PayTrailerRecordType
           MOVE PayrollRecordCount TO PayTrailerRecordCount
           MOVE TotalNetWhole TO PayTrailerControlTotal
           WRITE PayrollTrailerRecord
           CLOSE PayrollFile.

       6100-WRITE-PAYROLL-RECORD.
           IF TableLineCount (SalespersonIdx) > ZERO
               INITIALIZE PayrollRecord
               MOVE CommissionPeriod TO PayPeriod
               MOVE TableSlspId (SalespersonIdx) TO PaySalespersonId
               MOVE TablePayrollId (SalespersonIdx) TO PayPayrollId
               COMPUTE PayNetCommission =
                   TableCommission (SalespersonIdx)
                   + TableClawback (SalespersonIdx)
               MOVE TableLineCount (SalespersonIdx) TO PayLineCount
               WRITE PayrollRecord
               ADD 1 TO PayrollRecordCount
           END-IF.

       9000-TERMINATE.
           DISPLAY "Commission month      = " CommissionPeriod
           DISPLAY "Cash lines in month   = " CashLinesInPeriod
           DISPLAY "Clawback lines        = " ClawbackLineCount
           DISPLAY "Returns in month      = " ReturnsInPeriod
           DISPLAY "Returns not traced    = " UntracedReturnCount
           DISPLAY "Lines not commissioned= " ExceptionLineCount
           DISPLAY "History lines written = " HistoryLinesWritten
           DISPLAY "Salespersons paid     = " PayrollRecordCount
           DISPLAY "Commission            = " TotalCommission
           DISPLAY "Clawback              = " TotalClawback
           DISPLAY "Net commission        = " TotalNetCommission
           EVALUATE TRUE
               WHEN CommissionFailed
                   MOVE 8 TO RETURN-CODE
               WHEN ExceptionLineCount > ZERO
                   DISPLAY "*** Cash applied that earned no "
                           "commission - see COMMSTMT.DAT ***"
                   MOVE 4 TO RETURN-CODE
               WHEN UntracedReturnCount > ZERO
                   DISPLAY "*** Returns not traced to an invoice - "
                           "no commission clawed back on them ***"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE HistoryLinesWritten TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM CommCalc.
