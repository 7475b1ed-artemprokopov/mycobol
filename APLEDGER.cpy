      ******************************************************************
      * Purpose:   shared accounts-payable open-items ledger layout
      *            (APLEDGER.DAT), the supplier-side twin of the AR
      *            ledger. One record per supplier invoice, numbered
      *            by ApPost in posting order: the supplier and the
      *            supplier's own invoice reference, invoice and due
      *            dates, the PO the invoice was matched to, the
      *            invoice amount and what is still open. An item is
      *            open (O, payable) when its lines passed the three-
      *            way match against the PO and the goods received,
      *            held (H, with the first reason it failed) until
      *            ApReview releases it to O or rejects it (X), and
      *            closed (C, with the paid date) by the payment run.
      *            ApJournalFlag is Y once the invoice amount has gone
      *            to the GL journal - an item is booked to payables
      *            when it first becomes payable, so a held item that
      *            is later rejected never reaches the ledger system.
      *            COPY this into any program's FILE SECTION for an FD
      *            naming the AP ledger.
      ******************************************************************
       01 ApLedgerRecord.
           02 ApItemNo                         PIC 9(6).
           02 ApSpace1                         PIC X.
           02 ApSupplierId                     PIC X(6).
           02 ApSpace2                         PIC X.
           02 ApSupplierRef                    PIC X(10).
           02 ApSpace3                         PIC X.
           02 ApInvoiceDate                    PIC 9(8).
           02 ApSpace4                         PIC X.
           02 ApDueDate                        PIC 9(8).
           02 ApSpace5                         PIC X.
           02 ApPoNumber                       PIC X(8).
           02 ApSpace6                         PIC X.
           02 ApInvoiceAmount                  PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 ApSpace7                         PIC X.
           02 ApOpenAmount                     PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 ApSpace8                         PIC X.
           02 ApStatus                         PIC X.
               88 ApItemOpen                   VALUE "O".
               88 ApItemHeld                   VALUE "H".
               88 ApItemClosed                 VALUE "C".
               88 ApItemRejected               VALUE "X".
           02 ApSpace9                         PIC X.
           02 ApHoldReason                     PIC X(20).
           02 ApSpace10                        PIC X.
           02 ApPaidDate                       PIC 9(8).
           02 ApSpace11                        PIC X.
           02 ApJournalFlag                    PIC X.
               88 ApJournalPosted              VALUE "Y".
