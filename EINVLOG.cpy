      ******************************************************************
      * Purpose:   shared electronic-invoice transmission log layout
      *            (EINVLOG.DAT). EInvoice appends one I record for
      *            every interchange it sends - the interchange
      *            number, when it was made, the customer and the
      *            partner's receiver ID, the invoice count and
      *            control total, and the interchange file name - and
      *            one V record for every invoice in it, carrying the
      *            invoice number, the customer's own reference and
      *            the gross. A partner rejecting an interchange
      *            quotes its number, which leads back to the
      *            invoices it carried. COPY this into any program's
      *            FILE SECTION for an FD naming the transmission log.
      ******************************************************************
       01 EInvoiceLogRecord.
           02 EilInterchangeNo                 PIC 9(9).
           02 EilSpace1                        PIC X.
           02 EilRecordKind                    PIC X.
               88 EilInterchangeEntry          VALUE "I".
               88 EilInvoiceEntry              VALUE "V".
           02 EilSpace2                        PIC X.
           02 EilSentDate                      PIC 9(8).
           02 EilSpace3                        PIC X.
           02 EilSentTime                      PIC 9(6).
           02 EilSpace4                        PIC X.
           02 EilCustomerId                    PIC X(6).
           02 EilSpace5                        PIC X.
           02 EilReceiverId                    PIC X(15).
           02 EilSpace6                        PIC X.
           02 EilInvoiceNo                     PIC 9(6).
           02 EilSpace7                        PIC X.
           02 EilInvoiceRef                    PIC X(6).
           02 EilSpace8                        PIC X.
           02 EilInvoiceCount                  PIC 9(5).
           02 EilSpace9                        PIC X.
           02 EilAmount                        PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           02 EilSpace10                       PIC X.
           02 EilFileName                      PIC X(12).
