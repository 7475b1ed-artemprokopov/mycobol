      ******************************************************************
      * Purpose:   shared cash-application history record layout.
      *            ArCash appends one record to CASHHIST.DAT for every
      *            amount it applies to an invoice on the AR ledger,
      *            once the ledger holding the application has been
      *            written back: the date the cash was applied under,
      *            the invoice and customer, the amount applied, and
      *            where the money came from (P a payment received
      *            that day, C the customer's on-account credit taken
      *            up). Cash put on account is not applied to any
      *            invoice and is not recorded until it is used.
      *            CommCalc pays commission off this file. COPY this
      *            into any program's FILE SECTION for an FD naming
      *            the cash-application history.
      ******************************************************************
       01 CashHistoryRecord.
           02 ChDate                           PIC 9(8).
           02 ChSpace1                         PIC X.
           02 ChInvoiceNo                      PIC 9(6).
           02 ChSpace2                         PIC X.
           02 ChCustomerId                     PIC X(6).
           02 ChSpace3                         PIC X.
           02 ChAmount                         PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 ChSpace4                         PIC X.
           02 ChSource                         PIC X.
               88 ChFromPayment                VALUE "P".
               88 ChFromCredit                 VALUE "C".
