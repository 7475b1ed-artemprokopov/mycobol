      ******************************************************************
      * Purpose:   shared outbound electronic-invoice interchange
      *            layout, as agreed with the trading partners. Each
      *            interchange file holds one interchange for one
      *            partner: an interchange header segment (EIH) with
      *            the interchange number and the sender and receiver
      *            IDs, then for every invoice an invoice header (IVH),
      *            one line segment per invoice line (IVL) and an
      *            invoice summary (IVS), and last an interchange
      *            trailer (EIT) carrying the invoice count, the count
      *            of every segment in the interchange including the
      *            header and trailer, and the control total - the sum
      *            of the invoice gross totals. Segments are fixed
      *            format, 100 bytes, with no separators; amounts are
      *            unsigned with implied decimals except where a sign
      *            is carried leading and separate. COPY this into any
      *            program's FILE SECTION for an FD naming an
      *            interchange file.
      ******************************************************************
       01 InterchangeHeaderSegment.
           02 EihSegmentType                   PIC X(3).
           02 EihInterchangeNo                 PIC 9(9).
           02 EihSenderId                      PIC X(15).
           02 EihReceiverId                    PIC X(15).
           02 EihCreateDate                    PIC 9(8).
           02 EihCreateTime                    PIC 9(6).
           02 FILLER                           PIC X(44).
       01 InvoiceHeaderSegment.
           02 IvhSegmentType                   PIC X(3).
           02 IvhInvoiceNo                     PIC 9(6).
           02 IvhInvoiceDate                   PIC 9(8).
           02 IvhCustomerRef                   PIC X(6).
           02 IvhCustomerId                    PIC X(6).
           02 IvhBillToName                    PIC X(20).
           02 IvhBillToAddress                 PIC X(30).
           02 FILLER                           PIC X(21).
       01 InvoiceLineSegment.
           02 IvlSegmentType                   PIC X(3).
           02 IvlInvoiceNo                     PIC 9(6).
           02 IvlLineNo                        PIC 9(3).
           02 IvlProductCode                   PIC X(6).
           02 IvlDescription                   PIC X(20).
           02 IvlQuantity                      PIC 9(5).
           02 IvlUnitPrice                     PIC 9(5)V999.
           02 IvlDiscountAmount                PIC 9(7)V99.
           02 IvlLineTax                       PIC 9(7)V99.
           02 IvlLineGross                     PIC 9(8)V99.
           02 IvlLineType                      PIC X.
               88 IvlSaleLine                  VALUE "S".
               88 IvlReturnLine                VALUE "R".
           02 IvlTaxTreatment                  PIC X.
           02 FILLER                           PIC X(19).
       01 InvoiceSummarySegment.
           02 IvsSegmentType                   PIC X(3).
           02 IvsInvoiceNo                     PIC 9(6).
           02 IvsLineCount                     PIC 9(3).
           02 IvsTaxTotal                      PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 IvsGrossTotal                    PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 FILLER                           PIC X(64).
       01 InterchangeTrailerSegment.
           02 EitSegmentType                   PIC X(3).
           02 EitInterchangeNo                 PIC 9(9).
           02 EitInvoiceCount                  PIC 9(5).
           02 EitSegmentCount                  PIC 9(7).
           02 EitControlTotal                  PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           02 FILLER                           PIC X(62).
