      ******************************************************************
      * Purpose:   shared general-ledger chart-of-accounts record
      *            layout. GLCHART.DAT holds one record per account a
      *            journal may post to: the account code as it appears
      *            on the journal lines (GLJRNL.cpy), its description,
      *            its type - A asset, L liability, Q equity, R
      *            revenue, E expense - and its active flag (Y active,
      *            N no longer open for posting). Maintained through
      *            GlChartMaint, checked line by line through the
      *            shared GLACHECK subroutine by every program that
      *            writes a journal, and read by GlPost and TrialBal.
      *            COPY this into any program's FILE SECTION for an FD
      *            naming the chart of accounts.
      ******************************************************************
       01 ChartAccountRecord.
           02 ChartAccountCode                 PIC X(10).
           02 ChartSpace1                      PIC X.
           02 ChartDescription                 PIC X(30).
           02 ChartSpace2                      PIC X.
           02 ChartAccountType                 PIC X.
               88 ChartTypeAsset               VALUE "A".
               88 ChartTypeLiability           VALUE "L".
               88 ChartTypeEquity              VALUE "Q".
               88 ChartTypeRevenue             VALUE "R".
               88 ChartTypeExpense             VALUE "E".
               88 ChartTypeValid               VALUE "A" "L" "Q"
                                                     "R" "E".
           02 ChartSpace3                      PIC X.
           02 ChartActiveFlag                  PIC X.
               88 ChartAccountActive           VALUE "Y".
               88 ChartAccountInactive         VALUE "N".
