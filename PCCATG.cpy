      ******************************************************************
      * Purpose:   shared petty-cash expense category record layout.
      *            PCCATG.DAT holds one record per category a petty-
      *            cash voucher may be booked to: the category code
      *            keyed on the voucher, the general-ledger expense
      *            account its replenishment is journalled to (it must
      *            be on the chart of accounts, GLCHART.cpy) and a
      *            description. A line starting * is a comment. COPY
      *            this into any program's FILE SECTION for an FD
      *            naming the category file.
      ******************************************************************
       01 PettyCashCategoryRecord.
           02 PcCatCode                        PIC X(4).
           02 PcCatSpace1                      PIC X.
           02 PcCatAccountCode                 PIC X(10).
           02 PcCatSpace2                      PIC X.
           02 PcCatDescription                 PIC X(30).
