      ******************************************************************
      * Purpose:   shared backorder record layout (BACKORD.DAT). The
      *            pricing run diverts a sale line - or the part of
      *            it - that the product's on-hand cannot cover to
      *            this file instead of billing goods that never
      *            shipped: one open record (O) per short line, with
      *            the customer, product, original invoice reference,
      *            order date, the quantity short and the original
      *            PRICETRN.DAT transaction image. Each night, after
      *            receipts are posted, the run releases open
      *            backorders oldest-first as far as stock allows and
      *            bills them under their original reference: the
      *            open quantity comes down (with the date of the
      *            last release) and a backorder released in full is
      *            marked R. A record released in full on an earlier
      *            night is dropped when the run rewrites the file -
      *            the invoice it was billed on is its history. The
      *            transaction image carries the stock location the
      *            sale was made from (BoLocationCode), and the
      *            backorder is released from that location's stock
      *            only; blank is the main warehouse.
      *            BoAging reports what each customer is still
      *            waiting for. COPY this into any program's FILE
      *            SECTION for an FD naming the backorder file.
      ******************************************************************
       01 BackorderRecord.
           02 BoCustomerId                     PIC X(6).
           02 BoSpace1                         PIC X.
           02 BoProductCode                    PIC X(6).
           02 BoSpace2                         PIC X.
           02 BoInvoiceRef                     PIC X(6).
           02 BoSpace3                         PIC X.
           02 BoOrderDate                      PIC 9(8).
           02 BoSpace4                         PIC X.
           02 BoShortQty                       PIC 9(5).
           02 BoSpace5                         PIC X.
           02 BoOpenQty                        PIC 9(5).
           02 BoSpace6                         PIC X.
           02 BoStatus                         PIC X.
               88 BoOpen                       VALUE "O".
               88 BoReleased                   VALUE "R".
           02 BoSpace7                         PIC X.
           02 BoReleaseDate                    PIC 9(8).
           02 BoSpace8                         PIC X.
           02 BoTranImage                      PIC X(55).
           02 BoTranView REDEFINES BoTranImage.
               03 FILLER                       PIC X(53).
               03 BoLocationCode               PIC XX.
