      ******************************************************************
      * Purpose:   shared invoice-detail record layout. The pricing run
      *            writes one record per issued invoice line to
      *            INVDETL.DAT (tonight's lines, read by InvoicePrint)
      *            and the same record to the invoice-detail history
      *            INVDHIST.DAT, which accumulates across runs for the
      *            programs that look back at what an invoice carried.
      *            Each line carries the date of the sale and the tax
      *            treatment it was priced under - the tax category,
      *            the rate that applied, and T taxable, Z zero-rated
      *            (category on TAXRATE.DAT at 0.00) or E exempt
      *            (blank category or none on TAXRATE.DAT) - for the
      *            tax liability report (TaxReport).
      *            COPY this into any program's FILE SECTION for an FD
      *            naming either file.
      ******************************************************************
       01 InvoiceDetailRecord.
           02 DetailInvoiceNo                  PIC 9(6).
           02 DetailSpace1                     PIC X.
           02 DetailProductCode                PIC X(6).
           02 DetailSpace2                     PIC X.
           02 DetailDescription                PIC X(20).
           02 DetailSpace3                     PIC X.
           02 DetailQuantity                   PIC 9(5).
           02 DetailSpace4                     PIC X.
           02 DetailUnitPrice                  PIC 9(5)V999.
           02 DetailSpace5                     PIC X.
           02 DetailDiscountAmount             PIC 9(7)V99.
           02 DetailSpace6                     PIC X.
           02 DetailLineTax                    PIC 9(7)V99.
           02 DetailSpace7                     PIC X.
           02 DetailLineGross                  PIC 9(8)V99.
           02 DetailSpace8                     PIC X.
           02 DetailTypeCode                   PIC X.
               88 DetailIsReturn               VALUE "R".
           02 DetailSpace9                     PIC X.
           02 DetailSaleDate                   PIC 9(8).
           02 DetailSpace10                    PIC X.
           02 DetailTaxCategory                PIC X.
           02 DetailSpace11                    PIC X.
           02 DetailTaxPercent                 PIC 99V99.
           02 DetailSpace12                    PIC X.
           02 DetailTaxTreatment               PIC X.
               88 DetailTaxable                VALUE "T".
               88 DetailZeroRated              VALUE "Z".
               88 DetailExempt                 VALUE "E".
