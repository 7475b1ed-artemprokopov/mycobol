      ******************************************************************
      * Purpose:   shared salesperson master record layout.
      *            SLSPMSTR.DAT holds one record per salesperson: the
      *            four-character salesperson ID customers are
      *            assigned to on CUSTMSTR.DAT, the name, the status
      *            (A active, I inactive - a salesperson is never
      *            deleted, commission history stays keyed to the ID),
      *            the ID payroll knows the salesperson by, and the
      *            salesperson's commission rate table: up to four
      *            tiers, each the month's collected cash the tier
      *            starts at and the commission rate in percent with
      *            two decimals (0250 reads 2.50). The first tier
      *            starts at zero; a later tier with a zero starting
      *            amount is unused. The month's collections earn the
      *            rate of the highest tier they reach. Maintained
      *            through SlspMaint and read by CustMaint and
      *            CommCalc. COPY this into any program's FILE SECTION
      *            for an FD naming the salesperson master.
      ******************************************************************
       01 SalespersonRecord.
           02 SlspId                           PIC X(4).
           02 SlspSpace1                       PIC X.
           02 SlspName                         PIC X(20).
           02 SlspSpace2                       PIC X.
           02 SlspStatus                       PIC X.
               88 SlspActive                   VALUE "A" SPACE.
               88 SlspInactive                 VALUE "I".
           02 SlspSpace3                       PIC X.
           02 SlspPayrollId                    PIC X(8).
           02 SlspRateTier OCCURS 4 TIMES.
               03 SlspTierSpace1               PIC X.
               03 SlspTierFrom                 PIC 9(7)V99.
               03 SlspTierSpace2               PIC X.
               03 SlspTierRate                 PIC 99V99.
