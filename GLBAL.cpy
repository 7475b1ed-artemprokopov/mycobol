      ******************************************************************
      * Purpose:   shared general-ledger period-balance record layout.
      *            GLBAL.DAT holds one record per account per
      *            accounting period (the calendar month, yyyymm, of
      *            the journal's run date) carrying the debits and the
      *            credits GlPost has posted to that account in that
      *            period. An account's balance at any period end is
      *            the sum of its debits less its credits over every
      *            period up to and including that one - TrialBal
      *            works it that way. COPY this into any program's
      *            FILE SECTION for an FD naming the balance file.
      ******************************************************************
       01 GlBalanceRecord.
           02 BalAccountCode                   PIC X(10).
           02 BalSpace1                        PIC X.
           02 BalPeriod                        PIC 9(6).
           02 BalSpace2                        PIC X.
           02 BalDebitTotal                    PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           02 BalSpace3                        PIC X.
           02 BalCreditTotal                   PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
