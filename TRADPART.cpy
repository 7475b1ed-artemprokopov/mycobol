      ******************************************************************
      * Purpose:   shared trading-partner profile record layout
      *            (TRADPART.DAT): one record per customer set up to
      *            trade invoices as data. The partner's own
      *            interchange ID (the receiver on every interchange
      *            sent to it), the ID the partner knows the shop by
      *            (the sender), and how the customer's invoices go
      *            out - E electronic, on the EInvoice interchange
      *            file and not on the paper print run, or P paper,
      *            printed by InvoicePrint as for any other customer
      *            (a partner switched back to paper keeps its IDs).
      *            Maintained by TpMaint. COPY this into any
      *            program's FILE SECTION for an FD naming the
      *            trading-partner profile file.
      ******************************************************************
       01 TradingPartnerRecord.
           02 TpCustomerId                     PIC X(6).
           02 TpSpace1                         PIC X.
           02 TpReceiverId                     PIC X(15).
           02 TpSpace2                         PIC X.
           02 TpSenderId                       PIC X(15).
           02 TpSpace3                         PIC X.
           02 TpInvoiceMethod                  PIC X.
               88 TpElectronicInvoices         VALUE "E".
               88 TpPaperInvoices              VALUE "P" SPACE.
