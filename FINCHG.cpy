      ******************************************************************
      * Purpose:   shared finance-charge register record layout.
      *            FINCHG.DAT holds one record for every finance charge
      *            FinCharge raises on an overdue AR item: the charge's
      *            own item number on ARLEDGER.DAT (taken from the
      *            invoice-number sequence in INVCTL.DAT), the overdue
      *            invoice it was charged on and the customer, the
      *            charge date, the days of interest charged, the
      *            annual rate applied, the open amount it was charged
      *            on and the charge itself, and its status - P journal
      *            pending, D journalled, with the date GlExtract cut
      *            the journal lines. ArStatement reads it to itemize
      *            the charges against the invoices they were raised
      *            on. COPY this into any program's FILE SECTION for an
      *            FD naming the finance-charge register.
      ******************************************************************
       01 FinanceChargeRecord.
           02 FcChargeNo                       PIC 9(6).
           02 FcSpace1                         PIC X.
           02 FcInvoiceNo                      PIC 9(6).
           02 FcSpace2                         PIC X.
           02 FcCustomerId                     PIC X(6).
           02 FcSpace3                         PIC X.
           02 FcChargeDate                     PIC 9(8).
           02 FcSpace4                         PIC X.
           02 FcDaysCharged                    PIC 9(5).
           02 FcSpace5                         PIC X.
           02 FcAnnualRate                     PIC 9(3)V99.
           02 FcSpace6                         PIC X.
           02 FcBaseAmount                     PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 FcSpace7                         PIC X.
           02 FcChargeAmount                   PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 FcSpace8                         PIC X.
           02 FcStatus                         PIC X.
               88 FcJournalPending             VALUE "P".
               88 FcJournalled                 VALUE "D".
           02 FcSpace9                         PIC X.
           02 FcPostedDate                     PIC 9(8).
