      ******************************************************************
      * Purpose:   shared returned-cheque register record layout.
      *            RETCHQ.DAT holds one record for every cheque the
      *            bank returned unpaid whose invoice BankRec reopened
      *            on ARLEDGER.DAT: the invoice and customer, the
      *            bank's value date and reference, the amount put
      *            back on the invoice, the date BankRec reopened it,
      *            and its status - P journal pending, D journalled -
      *            with the date GlExtract cut the journal lines that
      *            put the amount back on AR and take it out of cash.
      *            COPY this into any program's FILE SECTION for an
      *            FD naming the returned-cheque register.
      ******************************************************************
       01 ReturnedChequeRecord.
           02 RcInvoiceNo                      PIC 9(6).
           02 RcSpace1                         PIC X.
           02 RcCustomerId                     PIC X(6).
           02 RcSpace2                         PIC X.
           02 RcValueDate                      PIC 9(8).
           02 RcSpace3                         PIC X.
           02 RcAmount                         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 RcSpace4                         PIC X.
           02 RcBankReference                  PIC X(12).
           02 RcSpace5                         PIC X.
           02 RcReopenedDate                   PIC 9(8).
           02 RcSpace6                         PIC X.
           02 RcStatus                         PIC X.
               88 RcJournalPending             VALUE "P".
               88 RcJournalled                 VALUE "D".
           02 RcSpace7                         PIC X.
           02 RcPostedDate                     PIC 9(8).
