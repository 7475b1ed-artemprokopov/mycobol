      ******************************************************************
      * Purpose:   shared return-authorization record layout.
      *            RMAFILE.DAT holds one record per RMA: the customer
      *            and product it covers, the quantity authorized and
      *            the original invoice reference the goods were billed
      *            on. RmaMaint issues the records and the pricing run
      *            checks every return against them. COPY this into any
      *            program's FILE SECTION for an FD naming the RMA file.
      * Modifications:
      *   15/09/2026 AP - Added received-to-date quantity, status, the
      *                   issue date and the issuing operator (record
      *                   grew 35 -> 63 bytes). The authorized quantity
      *                   now stays as issued and the pricing run adds
      *                   each accepted return to the received
      *                   quantity instead of drawing the authorized
      *                   quantity down. A blank status and received
      *                   quantity, as on every record written before
      *                   the fields existed, read as open with
      *                   nothing received.
      ******************************************************************
       01 RmaRecord.
           02 RmaNumber                        PIC X(8).
           02 RmaSpace1                        PIC X.
           02 RmaCustomerId                    PIC X(6).
           02 RmaSpace2                        PIC X.
           02 RmaProductCode                   PIC X(6).
           02 RmaSpace3                        PIC X.
           02 RmaAuthorizedQty                 PIC 9(5).
           02 RmaSpace4                        PIC X.
           02 RmaOrigInvoiceRef                PIC X(6).
           02 RmaSpace5                        PIC X.
           02 RmaReceivedQty                   PIC 9(5).
           02 RmaSpace6                        PIC X.
           02 RmaStatus                        PIC X.
               88 RmaStatusOpen                VALUE "O" SPACE.
               88 RmaStatusPartial             VALUE "P".
               88 RmaStatusClosed              VALUE "C".
               88 RmaStatusExpired             VALUE "E".
           02 RmaSpace7                        PIC X.
           02 RmaIssueDate                     PIC 9(8).
           02 RmaSpace8                        PIC X.
           02 RmaIssuedBy                      PIC X(10).
