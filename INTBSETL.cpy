      ******************************************************************
      * Purpose:   inter-branch settlement record layout (INTBSETL.DAT).
      *            The batch routing run nets each day's branch-to-
      *            branch transfers between every pair of branches
      *            and appends one row per pair: the day, the branch
      *            the net is due to (the net sender), the branch it
      *            is due from, the net amount and the number of
      *            transfers netted. A pair whose transfers cancel
      *            out is still written, at zero, due to the lower
      *            branch code. IbStatement reads the month's rows
      *            for each branch's settlement statement. COPY this
      *            into any program's FILE SECTION for an FD naming
      *            the settlement file.
      ******************************************************************
       01 InterBranchSettleRecord.
           02 IbsSettleDate                    PIC 9(8).
           02 IbsSettleDateSplit REDEFINES IbsSettleDate.
               03 IbsSettleYearMonth           PIC 9(6).
               03 IbsSettleDay                 PIC 99.
           02 IbsSpace1                        PIC X.
           02 IbsDueToBranch                   PIC 99.
           02 IbsSpace2                        PIC X.
           02 IbsDueFromBranch                 PIC 99.
           02 IbsSpace3                        PIC X.
           02 IbsNetAmount                     PIC 9(9)V99.
           02 IbsSpace4                        PIC X.
           02 IbsTransferCount                 PIC 9(7).
