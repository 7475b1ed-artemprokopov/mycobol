      ******************************************************************
      * Purpose:   shared invoice-void record layout. InvVoid writes
      *            one record to VOIDREG.DAT for every invoice it
      *            voids (status P - reversal pending) after closing
      *            the invoice's AR ledger item, and the next pricing
      *            run reverses the invoice's sales history and stock
      *            from the invoice-detail history, carries the void
      *            totals to the GL extract, and marks the record
      *            posted (status D, with the posting date).
      *            InvoicePrint reads the file to print a voided
      *            invoice as VOID. COPY this into any program's FILE
      *            SECTION for an FD naming the void register.
      ******************************************************************
       01 VoidRegisterRecord.
           02 VoidInvoiceNo                    PIC 9(6).
           02 VoidSpace1                       PIC X.
           02 VoidCustomerId                   PIC X(6).
           02 VoidSpace2                       PIC X.
           02 VoidDate                         PIC 9(8).
           02 VoidSpace3                       PIC X.
           02 VoidOperatorId                   PIC X(10).
           02 VoidSpace4                       PIC X.
           02 VoidGrossAmount                  PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 VoidSpace5                       PIC X.
           02 VoidReason                       PIC X(30).
           02 VoidSpace6                       PIC X.
           02 VoidStatus                       PIC X.
               88 VoidReversalPending          VALUE "P".
               88 VoidReversalPosted           VALUE "D".
           02 VoidSpace7                       PIC X.
           02 VoidPostedDate                   PIC 9(8).
