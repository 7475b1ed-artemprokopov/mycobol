      ******************************************************************
      * Purpose:   shared sales-quotation record layout (QUOTE.DAT).
      *            One record per quoted line: the quote number (from
      *            the quote control file, QUOTECTL.DAT) and the line's
      *            place on the quote, the customer, product and
      *            quantity, the unit price and discount percentage it
      *            was quoted at with the resulting net and the basis
      *            that priced it (MASTER or CONTRACT), the tax
      *            category, the date the quote was given, the last
      *            date its prices hold, the operator who gave it, and
      *            its status - O open, C converted to an order (with
      *            the conversion date). An open quote past its valid-
      *            until date has lapsed; nothing rewrites it to say
      *            so. OrderEntry writes the file in quote mode and
      *            converts quotes to PRICETRN.DAT lines; the pricing
      *            run bills a converted line at the quoted price, and
      *            QuoteRpt reports what became of each quote. COPY
      *            this into any program's FILE SECTION for an FD
      *            naming the quotation file.
      ******************************************************************
       01 QuoteRecord.
           02 QuoteNumber                      PIC 9(6).
           02 QuoteSpace1                      PIC X.
           02 QuoteLineNo                      PIC 99.
           02 QuoteSpace2                      PIC X.
           02 QuoteCustomerId                  PIC X(6).
           02 QuoteSpace3                      PIC X.
           02 QuoteProductCode                 PIC X(6).
           02 QuoteSpace4                      PIC X.
           02 QuoteQuantity                    PIC 9(5).
           02 QuoteSpace5                      PIC X.
           02 QuoteUnitPrice                   PIC 9(5)V999.
           02 QuoteSpace6                      PIC X.
           02 QuoteDiscountPct                 PIC 99V99.
           02 QuoteSpace7                      PIC X.
           02 QuoteLineNet                     PIC 9(7)V99.
           02 QuoteSpace8                      PIC X.
           02 QuoteTaxCategory                 PIC X.
           02 QuoteSpace9                      PIC X.
           02 QuotePriceBasis                  PIC X(8).
           02 QuoteSpace10                     PIC X.
           02 QuoteDate                        PIC 9(8).
           02 QuoteSpace11                     PIC X.
           02 QuoteValidUntil                  PIC 9(8).
           02 QuoteSpace12                     PIC X.
           02 QuoteOperatorId                  PIC X(10).
           02 QuoteSpace13                     PIC X.
           02 QuoteStatus                      PIC X.
               88 QuoteIsOpen                  VALUE "O".
               88 QuoteIsConverted             VALUE "C".
           02 QuoteSpace14                     PIC X.
           02 QuoteConvertedDate               PIC 9(8).
