      ******************************************************************
      * Purpose:   shared finance-charge rate record layout.
      *            FINRATE.DAT holds one row per customer payment-terms
      *            code (the two-digit days code on CUSTMSTR.DAT): the
      *            annual interest rate charged on an overdue item, in
      *            percent with two decimals (01800 reads 18.00), the
      *            grace days an item may run past its due date before
      *            it is charged at all, and the minimum charge raised
      *            on any item that is charged. A terms code with no
      *            row carries no finance charges. COPY this into any
      *            program's FILE SECTION for an FD naming the rate
      *            file.
      ******************************************************************
       01 FinanceRateRecord.
           02 FrTermsCode                      PIC X(2).
           02 FrSpace1                         PIC X.
           02 FrAnnualRate                     PIC 9(3)V99.
           02 FrSpace2                         PIC X.
           02 FrGraceDays                      PIC 9(3).
           02 FrSpace3                         PIC X.
           02 FrMinimumCharge                  PIC 9(5)V99.
