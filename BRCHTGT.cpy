      ******************************************************************
      * Purpose:   branch target record layout (BRCHTGT.DAT). One row
      *            per branch (CityMasterCode) per calendar month of
      *            the regional managers' annual targets: the month,
      *            the branch, and the target transaction count and
      *            amount, measured against the same count and amount
      *            the batch routing run keeps on BRCHHIST.DAT.
      *            Loaded once a year from finance's spreadsheet
      *            export by TargetCsvImport, which replaces one
      *            year's rows and keeps every other year's; read by
      *            BranchTarget for the monthly actual-versus-target
      *            report. COPY this into any program's FILE SECTION
      *            for an FD naming the branch target file.
      ******************************************************************
       01 BranchTargetRecord.
           02 BrchTgtYearMonth                 PIC 9(6).
           02 BrchTgtMonthSplit REDEFINES BrchTgtYearMonth.
               03 BrchTgtYear                  PIC 9(4).
               03 BrchTgtMonth                 PIC 99.
           02 BrchTgtSpace1                    PIC X.
           02 BrchTgtCityCode                  PIC 99.
           02 BrchTgtSpace2                    PIC X.
           02 BrchTgtCount                     PIC 9(7).
           02 BrchTgtSpace3                    PIC X.
           02 BrchTgtAmount                    PIC 9(9)V99.
