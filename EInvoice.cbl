      ******************************************************************
      * Author: Artem Prokopov
      * Date: 09/10/2026
      * Purpose: Outbound electronic invoices for the trading
      *          partners. The customers flagged E on the trading-
      *          partner profile file (TRADPART.DAT, layout
      *          TRADPART.cpy) take their invoices as data instead of
      *          paper: for each of them with invoices on tonight's
      *          register (INVREG.DAT) this step writes one
      *          interchange file, EI + the customer ID + .DAT, in
      *          the fixed format of EINVSEG.cpy - an interchange
      *          header, then per invoice a header with the bill-to
      *          from the customer master, a segment per line from
      *          the line-item detail (INVDETL.DAT) and a summary,
      *          then a trailer with the invoice and segment counts
      *          and the control total. Register and detail are in
      *          ascending invoice-number order, so each partner's
      *          invoices are found by one forward walk of both, the
      *          way InvoicePrint pairs them. Every interchange is
      *          numbered from the interchange control file
      *          (EINVCTL.DAT, the last number used) and logged on
      *          EINVLOG.DAT (layout EINVLOG.cpy) with the invoices
      *          it carried, so a partner's rejection quoting the
      *          number can be traced back. InvoicePrint leaves these
      *          customers out of the paper run. RETURN-CODE 0 clean,
      *          4 when an invoice went out with no lines or no
      *          bill-to, 8 when the register or the detail cannot be
      *          read or a partner has more invoices than the log
      *          table holds - those invoices are not sent, and a
      *          rerun sends them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EInvoice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TradingPartnerFile ASSIGN TO "TRADPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TradingPartnerFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterFileStatus.
           SELECT InvoiceRegisterFile ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceRegisterFileStatus.
           SELECT InvoiceDetailFile ASSIGN TO "INVDETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceDetailFileStatus.
           SELECT InterchangeControlFile ASSIGN TO "EINVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InterchangeControlFileStatus.
           SELECT InterchangeFile
               ASSIGN TO DYNAMIC InterchangeFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TransmissionLogFile ASSIGN TO "EINVLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransmissionLogFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  TradingPartnerFile
           RECORD CONTAINS 40 CHARACTERS.
           COPY "TRADPART.cpy".
       FD  CustomerMasterFile
           RECORD CONTAINS 89 CHARACTERS.
           COPY "CUSTMSTR.cpy".
       FD  InvoiceRegisterFile
           RECORD CONTAINS 33 CHARACTERS.
       01 InvoiceRegisterRecord.
           02 RegisterInvoiceNo        PIC 9(6).
           02 RegisterSpace1           PIC X.
           02 RegisterCustomerId       PIC X(6).
           02 RegisterSpace2           PIC X.
           02 RegisterInvoiceRef       PIC X(6).
           02 RegisterSpace3           PIC X.
           02 RegisterInvoiceTotal     PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
       01 RegisterRawRecord REDEFINES InvoiceRegisterRecord.
           02 RawRecordType            PIC X(3).
           02 RawProgramName           PIC X(8).
           02 RawRunDate               PIC 9(8).
           02 RawRemainder             PIC X(14).
       FD  InvoiceDetailFile
           RECORD CONTAINS 100 CHARACTERS.
           COPY "INVDETL.cpy".
       FD  InterchangeControlFile
           RECORD CONTAINS 9 CHARACTERS.
       01 InterchangeControlRecord.
           02 ControlLastInterchangeNo PIC 9(9).
       FD  InterchangeFile
           RECORD CONTAINS 100 CHARACTERS.
           COPY "EINVSEG.cpy".
       FD  TransmissionLogFile
           RECORD CONTAINS 98 CHARACTERS.
           COPY "EINVLOG.cpy".
       WORKING-STORAGE SECTION.
       01 TradingPartnerFileStatus PIC XX.
           88 TradingPartnerFileOK VALUE "00".
       01 CustomerMasterFileStatus PIC XX.
           88 CustomerMasterFileOK VALUE "00".
       01 InvoiceRegisterFileStatus PIC XX.
           88 InvoiceRegisterFileOK VALUE "00".
       01 InvoiceDetailFileStatus  PIC XX.
           88 InvoiceDetailFileOK  VALUE "00".
       01 InterchangeControlFileStatus PIC XX.
           88 InterchangeControlFileOK VALUE "00".
       01 TransmissionLogFileStatus PIC XX.
           88 TransmissionLogFileOK VALUE "00".
           88 TransmissionLogFileNew VALUE "35".
       01 PartnerEndSwitch         PIC X VALUE "N".
           88 EndOfPartners        VALUE "Y".
       01 CustomerEndSwitch        PIC X VALUE "N".
           88 EndOfCustomers       VALUE "Y".
       01 RegisterEndSwitch        PIC X VALUE "N".
           88 EndOfRegister        VALUE "Y".
       01 DetailEndSwitch          PIC X VALUE "N".
           88 EndOfDetail          VALUE "Y".
       01 SendFailedSwitch         PIC X VALUE "N".
           88 SendFailed           VALUE "Y".
       01 LogOpenedSwitch          PIC X VALUE "N".
           88 LogOpened            VALUE "Y".
       01 RunDate                  PIC 9(8).
       01 SystemTimeOfDay          PIC 9(8).
       01 RunTime                  PIC 9(6).
       01 RegisterRunDate          PIC 9(8).
       01 LastInterchangeNo        PIC 9(9) VALUE ZEROS.
       01 InterchangeFileName      PIC X(12).
      *----------------------------------------------------------------
      * The partners taking electronic invoices, with how many of
      * tonight's invoices each has and the interchange it gets.
      *----------------------------------------------------------------
       01 PartnerTable.
           02 PartnerEntry OCCURS 50 TIMES
               INDEXED BY PartnerIdx.
               03 TablePartnerCustomerId PIC X(6).
               03 TableReceiverId   PIC X(15).
               03 TableSenderId     PIC X(15).
               03 TableInvoiceCount PIC 9(5).
       01 PartnerEntryCount        PIC 99 VALUE ZEROS.
       01 PartnerFoundSwitch       PIC X.
           88 PartnerFound         VALUE "Y".
       01 CustomerTable.
           02 CustomerEntry OCCURS 500 TIMES
               INDEXED BY CustomerIdx.
               03 TableCustomerId   PIC X(6).
               03 TableCustomerName PIC X(20).
               03 TableAddress      PIC X(30).
       01 CustomerEntryCount       PIC 9(3) VALUE ZEROS.
       01 CustomerFoundSwitch      PIC X.
           88 CustomerFound        VALUE "Y".
      *----------------------------------------------------------------
      * The invoices of the interchange being built, held so the log
      * can carry the interchange record ahead of its invoices.
      *----------------------------------------------------------------
       01 SentInvoiceTable.
           02 SentInvoiceEntry OCCURS 500 TIMES
               INDEXED BY SentIdx.
               03 SentInvoiceNo     PIC 9(6).
               03 SentInvoiceRef    PIC X(6).
               03 SentInvoiceTotal  PIC S9(9)V99.
       01 SentInvoiceCount         PIC 9(3) VALUE ZEROS.
       01 InvoiceLineCount         PIC 9(3).
       01 InvoiceTaxTotal          PIC S9(9)V99.
       01 InterchangeSegmentCount  PIC 9(7).
       01 InterchangeControlTotal  PIC S9(11)V99.
       01 InterchangesSent         PIC 9(5) VALUE ZEROS.
       01 InvoicesSent             PIC 9(7) VALUE ZEROS.
       01 InvoicesWithoutLines     PIC 9(5) VALUE ZEROS.
       01 InvoicesWithoutBillTo    PIC 9(5) VALUE ZEROS.
       01 PartnersNotSent          PIC 9(3) VALUE ZEROS.
       01 JobStampMode             PIC X.
       01 JobStampJobName          PIC X(8) VALUE "EINVOICE".
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
           IF NOT SendFailed AND PartnerEntryCount > ZERO
               PERFORM 1200-LOAD-CUSTOMERS
               PERFORM 1300-LOAD-INTERCHANGE-CONTROL
               PERFORM 1400-COUNT-PARTNER-INVOICES
           END-IF
           IF NOT SendFailed AND PartnerEntryCount > ZERO
               PERFORM 2000-SEND-ONE-PARTNER
                   VARYING PartnerIdx FROM 1 BY 1
                   UNTIL PartnerIdx > PartnerEntryCount
               IF InterchangesSent > ZERO
                   OPEN OUTPUT InterchangeControlFile
                   MOVE LastInterchangeNo TO ControlLastInterchangeNo
                   WRITE InterchangeControlRecord
                   CLOSE InterchangeControlFile
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT SystemTimeOfDay FROM TIME
           MOVE SystemTimeOfDay (1:6) TO RunTime
           MOVE RunDate TO RegisterRunDate
           PERFORM 1100-LOAD-PARTNERS
           IF PartnerEntryCount = ZERO
               DISPLAY "No trading partners take electronic "
                       "invoices - nothing to send"
           END-IF.

       1100-LOAD-PARTNERS.
           OPEN INPUT TradingPartnerFile
           IF TradingPartnerFileOK
               PERFORM 1110-READ-PARTNER-RECORD
               PERFORM 1120-STORE-PARTNER-RECORD
                   UNTIL EndOfPartners
               CLOSE TradingPartnerFile
           END-IF.

       1110-READ-PARTNER-RECORD.
           READ TradingPartnerFile
               AT END SET EndOfPartners TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A full table cannot be let go quietly: InvoicePrint leaves
      * every E partner off the paper run, so a partner not loaded
      * here would get no invoice at all.
      *----------------------------------------------------------------
       1120-STORE-PARTNER-RECORD.
           IF TpElectronicInvoices
               IF PartnerEntryCount < 50
                   ADD 1 TO PartnerEntryCount
                   SET PartnerIdx TO PartnerEntryCount
                   MOVE TpCustomerId
                       TO TablePartnerCustomerId (PartnerIdx)
                   MOVE TpReceiverId TO TableReceiverId (PartnerIdx)
                   MOVE TpSenderId   TO TableSenderId (PartnerIdx)
                   MOVE ZEROS TO TableInvoiceCount (PartnerIdx)
               ELSE
                   SET SendFailed TO TRUE
                   DISPLAY "*** Trading-partner table full - "
                           TpCustomerId " not loaded - nothing "
                           "sent ***"
               END-IF
           END-IF
           PERFORM 1110-READ-PARTNER-RECORD.

       1200-LOAD-CUSTOMERS.
           OPEN INPUT CustomerMasterFile
           IF CustomerMasterFileOK
               PERFORM 1210-READ-CUSTOMER-RECORD
               PERFORM 1220-STORE-CUSTOMER-RECORD
                   UNTIL EndOfCustomers
               CLOSE CustomerMasterFile
           ELSE
               DISPLAY "*** Customer master CUSTMSTR.DAT not "
                       "available - invoices go without bill-to ***"
           END-IF.

       1210-READ-CUSTOMER-RECORD.
           READ CustomerMasterFile
               AT END SET EndOfCustomers TO TRUE
           END-READ.

       1220-STORE-CUSTOMER-RECORD.
           IF CustomerEntryCount < 500
               ADD 1 TO CustomerEntryCount
               SET CustomerIdx TO CustomerEntryCount
               MOVE CustMasterId      TO TableCustomerId (CustomerIdx)
               MOVE CustMasterName
                   TO TableCustomerName (CustomerIdx)
               MOVE CustMasterAddress TO TableAddress (CustomerIdx)
           ELSE
               DISPLAY "*** Customer table full - record for "
                       CustMasterId " not loaded ***"
           END-IF
           PERFORM 1210-READ-CUSTOMER-RECORD.

       1300-LOAD-INTERCHANGE-CONTROL.
           MOVE ZEROS TO LastInterchangeNo
           OPEN INPUT InterchangeControlFile
           IF InterchangeControlFileOK
               READ InterchangeControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF ControlLastInterchangeNo NUMERIC
                           MOVE ControlLastInterchangeNo
                               TO LastInterchangeNo
                       END-IF
               END-READ
               CLOSE InterchangeControlFile
           END-IF.

      *----------------------------------------------------------------
      * A first pass of the register counts each partner's invoices,
      * so an interchange file is only made for a partner with
      * something to send. The detail file is proved readable here
      * too - invoices must not go out as data without their lines.
      *----------------------------------------------------------------
       1400-COUNT-PARTNER-INVOICES.
           OPEN INPUT InvoiceRegisterFile
           IF InvoiceRegisterFileOK
               PERFORM 1410-READ-REGISTER-RECORD
               PERFORM 1420-COUNT-REGISTER-ROW
                   UNTIL EndOfRegister
               CLOSE InvoiceRegisterFile
           ELSE
               SET SendFailed TO TRUE
               DISPLAY "*** Invoice register INVREG.DAT not "
                       "available - no invoices sent ***"
           END-IF
           OPEN INPUT InvoiceDetailFile
           IF InvoiceDetailFileOK
               CLOSE InvoiceDetailFile
           ELSE
               SET SendFailed TO TRUE
               DISPLAY "*** Line-item detail INVDETL.DAT not "
                       "available - no invoices sent ***"
           END-IF.

       1410-READ-REGISTER-RECORD.
           READ InvoiceRegisterFile
               AT END SET EndOfRegister TO TRUE
           END-READ.

       1420-COUNT-REGISTER-ROW.
           EVALUATE TRUE
               WHEN RawRecordType = "HDR"
                   MOVE RawRunDate TO RegisterRunDate
               WHEN RawRecordType = "TRL"
                   CONTINUE
               WHEN OTHER
                   PERFORM 7000-FIND-PARTNER
                   IF PartnerFound
                       ADD 1 TO TableInvoiceCount (PartnerIdx)
                   END-IF
           END-EVALUATE
           PERFORM 1410-READ-REGISTER-RECORD.

      *----------------------------------------------------------------
      * One interchange per partner with invoices tonight. The
      * register and the detail are walked from the top for each
      * partner - there are only ever a handful of partners.
      *----------------------------------------------------------------
       2000-SEND-ONE-PARTNER.
           EVALUATE TRUE
               WHEN TableInvoiceCount (PartnerIdx) = ZERO
                   CONTINUE
               WHEN TableInvoiceCount (PartnerIdx) > 500
                   SET SendFailed TO TRUE
                   ADD 1 TO PartnersNotSent
                   DISPLAY "*** " TablePartnerCustomerId (PartnerIdx)
                           " has more invoices than one interchange "
                           "can log - not sent ***"
               WHEN OTHER
                   PERFORM 2100-BUILD-INTERCHANGE
                   PERFORM 2800-LOG-INTERCHANGE
           END-EVALUATE.

       2100-BUILD-INTERCHANGE.
           ADD 1 TO LastInterchangeNo
           ADD 1 TO InterchangesSent
           MOVE ZEROS TO SentInvoiceCount
           MOVE ZEROS TO InterchangeSegmentCount
           MOVE ZEROS TO InterchangeControlTotal
           MOVE SPACES TO InterchangeFileName
           STRING "EI" DELIMITED BY SIZE
                  TablePartnerCustomerId (PartnerIdx)
                      DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO InterchangeFileName
           END-STRING
           OPEN OUTPUT InterchangeFile
           MOVE SPACES TO InterchangeHeaderSegment
           MOVE "EIH" TO EihSegmentType
           MOVE LastInterchangeNo TO EihInterchangeNo
           MOVE TableSenderId (PartnerIdx)   TO EihSenderId
           MOVE TableReceiverId (PartnerIdx) TO EihReceiverId
           MOVE RunDate TO EihCreateDate
           MOVE RunTime TO EihCreateTime
           WRITE InterchangeHeaderSegment
           ADD 1 TO InterchangeSegmentCount
           MOVE "N" TO RegisterEndSwitch
           MOVE "N" TO DetailEndSwitch
           OPEN INPUT InvoiceRegisterFile
           OPEN INPUT InvoiceDetailFile
           PERFORM 1410-READ-REGISTER-RECORD
           PERFORM 2150-READ-DETAIL-RECORD
           PERFORM 2200-SEND-REGISTER-ROW
               UNTIL EndOfRegister
           CLOSE InvoiceRegisterFile
           CLOSE InvoiceDetailFile
           MOVE SPACES TO InterchangeTrailerSegment
           MOVE "EIT" TO EitSegmentType
           MOVE LastInterchangeNo TO EitInterchangeNo
           MOVE SentInvoiceCount TO EitInvoiceCount
           ADD 1 TO InterchangeSegmentCount
           MOVE InterchangeSegmentCount TO EitSegmentCount
           MOVE InterchangeControlTotal TO EitControlTotal
           WRITE InterchangeTrailerSegment
           CLOSE InterchangeFile
           DISPLAY "Interchange " LastInterchangeNo " to "
                   TableReceiverId (PartnerIdx) " on "
                   InterchangeFileName " - " SentInvoiceCount
                   " invoice(s)".

       2150-READ-DETAIL-RECORD.
           READ InvoiceDetailFile
               AT END SET EndOfDetail TO TRUE
           END-READ.

       2200-SEND-REGISTER-ROW.
           IF RawRecordType NOT = "HDR"
               AND RawRecordType NOT = "TRL"
               AND RegisterCustomerId
                   = TablePartnerCustomerId (PartnerIdx)
               PERFORM 2300-SEND-ONE-INVOICE
           END-IF
           PERFORM 1410-READ-REGISTER-RECORD.

      *----------------------------------------------------------------
      * The invoice date is the register's run date, as on the paper
      * invoice; the summary gross is the register total, and the
      * tax total nets returned lines off, as InvoicePrint does.
      *----------------------------------------------------------------
       2300-SEND-ONE-INVOICE.
           ADD 1 TO SentInvoiceCount
           ADD 1 TO InvoicesSent
           SET SentIdx TO SentInvoiceCount
           MOVE RegisterInvoiceNo    TO SentInvoiceNo (SentIdx)
           MOVE RegisterInvoiceRef   TO SentInvoiceRef (SentIdx)
           MOVE RegisterInvoiceTotal TO SentInvoiceTotal (SentIdx)
           ADD RegisterInvoiceTotal TO InterchangeControlTotal
           MOVE ZEROS TO InvoiceLineCount
           MOVE ZEROS TO InvoiceTaxTotal
           MOVE SPACES TO InvoiceHeaderSegment
           MOVE "IVH" TO IvhSegmentType
           MOVE RegisterInvoiceNo  TO IvhInvoiceNo
           MOVE RegisterRunDate    TO IvhInvoiceDate
           MOVE RegisterInvoiceRef TO IvhCustomerRef
           MOVE RegisterCustomerId TO IvhCustomerId
           PERFORM 7100-FIND-CUSTOMER
           IF CustomerFound
               MOVE TableCustomerName (CustomerIdx) TO IvhBillToName
               MOVE TableAddress (CustomerIdx) TO IvhBillToAddress
           ELSE
               ADD 1 TO InvoicesWithoutBillTo
               DISPLAY "*** Invoice " RegisterInvoiceNo " customer "
                       RegisterCustomerId " not on the customer "
                       "master - sent without bill-to ***"
           END-IF
           WRITE InvoiceHeaderSegment
           ADD 1 TO InterchangeSegmentCount
           PERFORM 2150-READ-DETAIL-RECORD
               UNTIL EndOfDetail
                  OR DetailInvoiceNo >= RegisterInvoiceNo
           PERFORM 2400-SEND-INVOICE-LINE
               UNTIL EndOfDetail
                  OR DetailInvoiceNo NOT = RegisterInvoiceNo
           IF InvoiceLineCount = ZERO
               ADD 1 TO InvoicesWithoutLines
               DISPLAY "*** Invoice " RegisterInvoiceNo " has no "
                       "line-item detail - sent as totals only ***"
           END-IF
           MOVE SPACES TO InvoiceSummarySegment
           MOVE "IVS" TO IvsSegmentType
           MOVE RegisterInvoiceNo    TO IvsInvoiceNo
           MOVE InvoiceLineCount     TO IvsLineCount
           MOVE InvoiceTaxTotal      TO IvsTaxTotal
           MOVE RegisterInvoiceTotal TO IvsGrossTotal
           WRITE InvoiceSummarySegment
           ADD 1 TO InterchangeSegmentCount.

       2400-SEND-INVOICE-LINE.
           ADD 1 TO InvoiceLineCount
           MOVE SPACES TO InvoiceLineSegment
           MOVE "IVL" TO IvlSegmentType
           MOVE DetailInvoiceNo      TO IvlInvoiceNo
           MOVE InvoiceLineCount     TO IvlLineNo
           MOVE DetailProductCode    TO IvlProductCode
           MOVE DetailDescription    TO IvlDescription
           MOVE DetailQuantity       TO IvlQuantity
           MOVE DetailUnitPrice      TO IvlUnitPrice
           MOVE DetailDiscountAmount TO IvlDiscountAmount
           MOVE DetailLineTax        TO IvlLineTax
           MOVE DetailLineGross      TO IvlLineGross
           MOVE DetailTaxTreatment   TO IvlTaxTreatment
           IF DetailIsReturn
               SET IvlReturnLine TO TRUE
               SUBTRACT DetailLineTax FROM InvoiceTaxTotal
           ELSE
               SET IvlSaleLine TO TRUE
               ADD DetailLineTax TO InvoiceTaxTotal
           END-IF
           WRITE InvoiceLineSegment
           ADD 1 TO InterchangeSegmentCount
           PERFORM 2150-READ-DETAIL-RECORD.

       2800-LOG-INTERCHANGE.
           IF NOT LogOpened
               OPEN EXTEND TransmissionLogFile
               IF TransmissionLogFileNew
                   OPEN OUTPUT TransmissionLogFile
               END-IF
               SET LogOpened TO TRUE
           END-IF
           INITIALIZE EInvoiceLogRecord
           MOVE LastInterchangeNo TO EilInterchangeNo
           SET EilInterchangeEntry TO TRUE
           MOVE RunDate TO EilSentDate
           MOVE RunTime TO EilSentTime
           MOVE TablePartnerCustomerId (PartnerIdx) TO EilCustomerId
           MOVE TableReceiverId (PartnerIdx) TO EilReceiverId
           MOVE SentInvoiceCount TO EilInvoiceCount
           MOVE InterchangeControlTotal TO EilAmount
           MOVE InterchangeFileName TO EilFileName
           WRITE EInvoiceLogRecord
           PERFORM 2810-LOG-ONE-INVOICE
               VARYING SentIdx FROM 1 BY 1
               UNTIL SentIdx > SentInvoiceCount.

       2810-LOG-ONE-INVOICE.
           SET EilInvoiceEntry TO TRUE
           MOVE SentInvoiceNo (SentIdx)    TO EilInvoiceNo
           MOVE SentInvoiceRef (SentIdx)   TO EilInvoiceRef
           MOVE 1 TO EilInvoiceCount
           MOVE SentInvoiceTotal (SentIdx) TO EilAmount
           WRITE EInvoiceLogRecord.

       7000-FIND-PARTNER.
           MOVE "N" TO PartnerFoundSwitch
           SET PartnerIdx TO 1
           SEARCH PartnerEntry
               WHEN PartnerIdx > PartnerEntryCount
                   CONTINUE
               WHEN TablePartnerCustomerId (PartnerIdx)
                       = RegisterCustomerId
                   SET PartnerFound TO TRUE
           END-SEARCH.

       7100-FIND-CUSTOMER.
           MOVE "N" TO CustomerFoundSwitch
           SET CustomerIdx TO 1
           SEARCH CustomerEntry
               WHEN CustomerIdx > CustomerEntryCount
                   CONTINUE
               WHEN TableCustomerId (CustomerIdx) = RegisterCustomerId
                   SET CustomerFound TO TRUE
           END-SEARCH.

       9000-TERMINATE.
           IF LogOpened
               CLOSE TransmissionLogFile
           END-IF
           DISPLAY "Electronic partners   = " PartnerEntryCount
           DISPLAY "Interchanges sent     = " InterchangesSent
           DISPLAY "Invoices sent         = " InvoicesSent
           DISPLAY "Sent without lines    = " InvoicesWithoutLines
           DISPLAY "Sent without bill-to  = " InvoicesWithoutBillTo
           DISPLAY "Partners not sent     = " PartnersNotSent
           EVALUATE TRUE
               WHEN SendFailed
                   MOVE 8 TO RETURN-CODE
               WHEN InvoicesWithoutLines > ZERO
                   OR InvoicesWithoutBillTo > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9950-STAMP-JOB-END.

       9950-STAMP-JOB-END.
           MOVE "T" TO JobStampMode
           MOVE InvoicesSent TO JobStampRecordCount
           MOVE RETURN-CODE TO JobStampCompletionCode
           CALL "JOBSTAMP" USING JobStampMode JobStampJobName
               JobStampRunDate JobStampRunTime JobStampRecordCount
               JobStampCompletionCode.
       END PROGRAM EInvoice.
