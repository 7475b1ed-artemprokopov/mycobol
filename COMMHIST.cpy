      ******************************************************************
      * Purpose:   shared commission history record layout. CommCalc
      *            appends one record to COMMHIST.DAT for every
      *            commission it pays and every commission it claws
      *            back: the commission month (yyyymm), the
      *            salesperson, the invoice and customer, the kind (C
      *            commission on cash applied, B clawback on an
      *            invoice later voided or written off), the cash or
      *            credited base, the rate that applied and the
      *            commission amount (negative on a clawback). A month
      *            already on the file is never calculated again, and
      *            an invoice's clawback is what its commission lines
      *            still net to, so it is never taken back twice. COPY
      *            this into any program's FILE SECTION for an FD
      *            naming the commission history.
      ******************************************************************
       01 CommissionHistoryRecord.
           02 CmPeriod                         PIC 9(6).
           02 CmSpace1                         PIC X.
           02 CmSalespersonId                  PIC X(4).
           02 CmSpace2                         PIC X.
           02 CmInvoiceNo                      PIC 9(6).
           02 CmSpace3                         PIC X.
           02 CmCustomerId                     PIC X(6).
           02 CmSpace4                         PIC X.
           02 CmKind                           PIC X.
               88 CmCommission                 VALUE "C".
               88 CmClawback                   VALUE "B".
           02 CmSpace5                         PIC X.
           02 CmBaseAmount                     PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 CmSpace6                         PIC X.
           02 CmRate                           PIC 99V99.
           02 CmSpace7                         PIC X.
           02 CmCommissionAmount               PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
